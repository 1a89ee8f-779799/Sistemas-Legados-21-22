       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHAVC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PARAMPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPD-ID
           FILE STATUS IS FSPP.

           SELECT OPTIONAL F-TARIFASPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TPD-CLAVE
           FILE STATUS IS FSTP.

           SELECT OPTIONAL F-TARIFASCOM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COM-CLAVE
           FILE STATUS IS FSCO.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL F-CTAPRODUCTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-CUENTA
           FILE STATUS IS FSCP.

           SELECT OPTIONAL F-PRODUCTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CODIGO
           FILE STATUS IS FSPR.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           ALTERNATE RECORD KEY IS DEP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSDP.

           SELECT OPTIONAL F-EVENTOSAVISO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-NUM
           FILE STATUS IS FSEV.

           SELECT OPTIONAL F-PREAVISOSCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PVC-CLAVE
           FILE STATUS IS FSPC.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Cambios de parametros programados en BANK42.  Preaviso S:
      * llega al cliente y no entra en vigor sin campana de aviso;
      * fecha de aviso 0 mientras la campana no se haya lanzado.
       FD F-PARAMPEND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parampend.ubd".
       01 PARAMPEND-REG.
           02 PPD-ID                PIC X(10).
           02 PPD-VALOR             PIC  9(9).
           02 PPD-FECHA-EFECTO      PIC  9(8).
           02 PPD-OPERADOR          PIC  9(4).
           02 PPD-PREAVISO          PIC  X(1).
           02 PPD-FECHA-AVISO       PIC  9(8).

      * Cambios de tarifas de comisiones programados en BANK27.
      * Accion A alta o modificacion, B baja.
       FD F-TARIFASPEND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifaspend.ubd".
       01 TARIFAPEND-REG.
           02 TPD-CLAVE.
               03 TPD-OPER           PIC   X(3).
               03 TPD-TRAMO          PIC   9(1).
           02 TPD-ACCION             PIC   X(1).
           02 TPD-HASTA-CENT         PIC   9(9).
           02 TPD-FIJO-CENT          PIC   9(5).
           02 TPD-PCT-BP             PIC   9(4).
           02 TPD-FECHA-EFECTO       PIC   9(8).
           02 TPD-OPERADOR           PIC   9(4).
           02 TPD-FECHA-AVISO        PIC   9(8).

       FD F-TARIFASCOM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifascom.ubd".
       01 TARIFACOM-REG.
           02 COM-CLAVE.
               03 COM-OPER           PIC   X(3).
               03 COM-TRAMO          PIC   9(1).
           02 COM-HASTA-CENT         PIC   9(9).
           02 COM-FIJO-CENT          PIC   9(5).
           02 COM-PCT-BP             PIC   9(4).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTAREG.
           02 CUENTA-ID        PIC 9(16).
           02 CTA-NOMBRE       PIC X(30).
           02 CTA-DIRECCION    PIC X(35).
           02 CTA-FECHA-ALTA.
               03 CTA-ANO-ALTA PIC 9(4).
               03 CTA-MES-ALTA PIC 9(2).
               03 CTA-DIA-ALTA PIC 9(2).
           02 CTA-SOBREG-ENT   PIC 9(7).
           02 CTA-SOBREG-DEC   PIC 9(2).
           02 CTA-MINIMO-ENT    PIC 9(7).
           02 CTA-MINIMO-DEC    PIC 9(2).
           02 CTA-EXENTA-COM    PIC X(1).
           02 CTA-ESTADO        PIC X(1).
           02 CTA-NIF           PIC X(9).
           02 CTA-FECHA-NAC     PIC 9(8).
           02 CTA-TELEFONO      PIC 9(9).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM-C      PIC 9(16).
           02 TPIN-SALT-C  PIC  9(4).
           02 TPIN-HASH-C PIC  9(9).
           02 TCAD-C      PIC  9(6).
           02 CTA-ID-C    PIC 9(16).
           02 TPRIMER-USO-C PIC  X(1).
           02 TIDIOMA-C    PIC  X(2).

       FD F-CTAPRODUCTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentasproducto.ubd".
       01 CTAPRODUCTO-REG.
           02 CPR-CUENTA            PIC 9(16).
           02 CPR-PRODUCTO          PIC  X(3).
           02 CPR-FECHA-DESDE       PIC  9(8).
           02 CPR-PRODUCTO-NUEVO    PIC  X(3).
           02 CPR-FECHA-CAMBIO      PIC  9(8).
           02 CPR-OPERADOR          PIC  9(4).

       FD F-PRODUCTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "productos.ubd".
       01 PRODUCTO-REG.
           02 PRD-CODIGO            PIC  X(3).
           02 PRD-NOMBRE            PIC X(30).
           02 PRD-COMISIONES        PIC  X(1).
           02 PRD-INTERES           PIC  X(1).
           02 PRD-TRAMO OCCURS 3 TIMES.
               03 PRD-TRAMO-LIMITE-CENT PIC 9(11).
               03 PRD-TRAMO-BP      PIC  9(4).
           02 PRD-LIM-OPER-CENT     PIC  9(9).
           02 PRD-LIM-DIA-CENT      PIC  9(9).
           02 PRD-SOBREG-CENT       PIC  9(9).
           02 PRD-MINIMO-CENT       PIC  9(9).
           02 PRD-EDAD-MIN          PIC  9(3).
           02 PRD-EDAD-MAX          PIC  9(3).
           02 PRD-NOMINA            PIC  X(1).
           02 PRD-ESTADO            PIC  X(1).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-ESTADO           PIC   X(1).
           02 MOV-MONEDA           PIC   X(3).
           02 MOV-TERMINAL         PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

       FD F-DEPOSITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "depositosplazo.ubd".
       01 DEPOSITO-REG.
           02 DEP-NUM               PIC  9(10).
           02 DEP-TARJETA           PIC 9(16).
           02 DEP-CENT              PIC S9(11).
           02 DEP-TASA-BP           PIC   9(4).
           02 DEP-MESES             PIC   9(3).
           02 DEP-FECHA-APERTURA    PIC   9(8).
           02 DEP-FECHA-VTO         PIC   9(8).
           02 DEP-ESTADO            PIC   X(1).

       FD F-EVENTOSAVISO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "eventosaviso.ubd".
       01 EVENTOAVISO-REG.
           02 EVT-NUM               PIC  9(10).
           02 EVT-TARJETA           PIC  9(16).
           02 EVT-TIPO              PIC  X(3).
           02 EVT-TEXTO             PIC  X(60).
           02 EVT-ANO               PIC  9(4).
           02 EVT-MES               PIC  9(2).
           02 EVT-DIA               PIC  9(2).
           02 EVT-HOR               PIC  9(2).
           02 EVT-MIN               PIC  9(2).
           02 EVT-SEG               PIC  9(2).
           02 EVT-ENVIADO           PIC  X(1).

      * Constancia de cada cliente preavisado de un cambio.  Tipo P
      * parametro, T tarifa; el cambio se identifica por su clave y
      * su fecha de efecto.  Canal F por la cola de avisos (SMS o
      * carta segun BATCHNOT), M carta manual desde el informe para
      * cuentas sin tarjeta.
       FD F-PREAVISOSCLI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "preavisoscli.ubd".
       01 PREAVISOCLI-REG.
           02 PVC-CLAVE.
               03 PVC-TIPO           PIC  X(1).
               03 PVC-ID             PIC X(10).
               03 PVC-FECHA-EFECTO   PIC  9(8).
               03 PVC-CUENTA         PIC 9(16).
           02 PVC-FECHA-AVISO        PIC  9(8).
           02 PVC-CANAL              PIC  X(1).
           02 PVC-TARJETA            PIC 9(16).
           02 PVC-EVENTO             PIC  9(10).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "preavisos.txt".
       01 LINEA-INFORME            PIC X(132).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSPP                     PIC  X(2).
       77 FSTP                     PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSCP                     PIC  X(2).
       77 FSPR                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSDP                     PIC  X(2).
       77 FSEV                     PIC  X(2).
       77 FSPC                     PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSFO                     PIC  X(2).

      * Plazo de preaviso al cliente y ventana de uso de comisiones
      * que hace a una cuenta afectada por un cambio de tarifa.
       78 MESES-PREAVISO           VALUE 2.
       78 ANOS-USO-COMISION        VALUE 1.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS         PIC  9(2).
               10 MILISEGUNDOS     PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-MIN-EFECTO         PIC  9(8).
       77 FECHA-DESDE-USO          PIC  9(8).
       77 FECHA-MOV-AAAAMMDD       PIC  9(8).
       77 EFECTO-ANO               PIC  9(4).
       77 EFECTO-MES               PIC  9(3).
       77 EFECTO-DIA               PIC  9(2).
       01 FECHA-EFECTO-AVISO       PIC  9(8).
       01 FECHA-EFECTO-DESGLOSE REDEFINES FECHA-EFECTO-AVISO.
           05 FEA-ANO              PIC  9(4).
           05 FEA-MES              PIC  9(2).
           05 FEA-DIA              PIC  9(2).

      * Campana en curso.  Criterio C cuentas que pagan la tarifa
      * general de comisiones, D titulares de deposito a plazo vivo,
      * T todas las cuentas vivas.
       77 CAMP-TIPO                PIC  X(1).
       77 CAMP-ID                  PIC X(10).
       77 CAMP-TEXTO               PIC X(60).
       77 CAMP-CRITERIO            PIC  X(1).
       77 CAMP-USO-REQUERIDO       PIC  X(1).
       77 CAMP-REVISADAS           PIC  9(7).
       77 CAMP-AFECTADAS           PIC  9(7).
       77 CAMP-AVISADAS            PIC  9(7).
       77 CAMP-YA-AVISADAS         PIC  9(7).
       77 CAMP-MANUALES            PIC  9(7).
       77 CAMP-EXENTAS             PIC  9(7).
       77 CAMP-SIN-USO             PIC  9(7).

       78 MAX-TARJETAS-CTA         VALUE 20.
       01 TABLA-TARJETAS-CTA.
           02 TARJETA-CTA OCCURS 20 TIMES PIC 9(16).
       77 NUM-TARJETAS-CTA         PIC  9(2).
       77 IDX-TAR                  PIC  9(2).

       77 CUENTA-AFECTADA          PIC  X(1).
       77 USO-ENCONTRADO           PIC  X(1).
       77 DEPOSITO-VIVO            PIC  X(1).
       77 LAST-EVT-NUM             PIC  9(10).
       77 FIJO-ENT                 PIC  9(3).
       77 FIJO-DEC                 PIC  9(2).

       77 TOTAL-CAMPANAS           PIC  9(5) VALUE 0.
       77 TOTAL-AVISOS             PIC  9(9) VALUE 0.
       77 TOTAL-MANUALES           PIC  9(9) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Preaviso a clientes de cambios de comisiones y tipos.  Cada
      * cambio programado en BANK27 o BANK42 que llega al cliente
      * lanza una campana: se buscan las cuentas afectadas, se deja
      * un aviso en la cola de avisos salientes y se anota que cada
      * cliente ha sido avisado.  La fecha de efecto se retrasa si
      * hace falta para que medie el plazo completo desde el aviso;
      * el corte de fecha no aplica el cambio sin esta campana.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHAVC - Preaviso de cambios de comisiones y "
               "tipos".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE FECHA-DESDE-USO = FECHA-HOY-AAAAMMDD
               - (ANOS-USO-COMISION * 10000).
           PERFORM CALCULAR-FECHA-MIN
               THRU CALCULAR-FECHA-MIN-FIN.

           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               DISPLAY "BATCHAVC: error abriendo preavisos.txt, FSI="
                   FSI
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Preaviso de cambios de comisiones y "
               "tipos " DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Fecha de efecto minima para avisos de hoy: "
               FECHA-MIN-EFECTO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN I-O F-EVENTOSAVISO.
           IF FSEV = 35
               CLOSE F-EVENTOSAVISO
               OPEN OUTPUT F-EVENTOSAVISO
               CLOSE F-EVENTOSAVISO
               OPEN I-O F-EVENTOSAVISO.
           IF FSEV <> 00 AND 05
               DISPLAY "BATCHAVC: error abriendo eventosaviso.ubd, "
                   "FSEV=" FSEV
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           MOVE 0 TO LAST-EVT-NUM.

       LEER-EVENTO-MAX.
           READ F-EVENTOSAVISO NEXT RECORD AT END
               GO TO ABRIR-FICHEROS.
           IF EVT-NUM > LAST-EVT-NUM
               MOVE EVT-NUM TO LAST-EVT-NUM.
           GO TO LEER-EVENTO-MAX.

       ABRIR-FICHEROS.
           OPEN I-O F-PREAVISOSCLI.
           IF FSPC = 35
               CLOSE F-PREAVISOSCLI
               OPEN OUTPUT F-PREAVISOSCLI
               CLOSE F-PREAVISOSCLI
               OPEN I-O F-PREAVISOSCLI.
           IF FSPC <> 00 AND 05
               DISPLAY "BATCHAVC: error abriendo preavisoscli.ubd, "
                   "FSPC=" FSPC
               CLOSE F-EVENTOSAVISO
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN INPUT CUENTAS.
           OPEN INPUT TARJETAS.
           OPEN INPUT F-CTAPRODUCTO.
           OPEN INPUT F-PRODUCTOS.
           OPEN INPUT F-MOVIMIENTOS.
           OPEN INPUT F-DEPOSITOS.
           OPEN INPUT F-TARIFASCOM.

           PERFORM PROCESAR-PARAMETROS
               THRU PROCESAR-PARAMETROS-FIN.
           PERFORM PROCESAR-TARIFAS
               THRU PROCESAR-TARIFAS-FIN.

           CLOSE CUENTAS.
           CLOSE TARJETAS.
           CLOSE F-CTAPRODUCTO.
           CLOSE F-PRODUCTOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-DEPOSITOS.
           CLOSE F-TARIFASCOM.
           CLOSE F-PREAVISOSCLI.
           CLOSE F-EVENTOSAVISO.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Campanas lanzadas: " TOTAL-CAMPANAS
               "   Avisos encolados: " TOTAL-AVISOS
               "   Cartas manuales: " TOTAL-MANUALES
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

           DISPLAY "BATCHAVC: campanas lanzadas   : " TOTAL-CAMPANAS.
           DISPLAY "BATCHAVC: avisos encolados    : " TOTAL-AVISOS.
           DISPLAY "BATCHAVC: cartas manuales     : " TOTAL-MANUALES.
           STOP RUN.

      * Hoy mas el plazo de preaviso.  Si el dia no existe en el mes
      * de destino se pasa al dia 1 del siguiente, nunca antes.
       CALCULAR-FECHA-MIN.
           MOVE ANO TO EFECTO-ANO.
           COMPUTE EFECTO-MES = MES + MESES-PREAVISO.
           MOVE DIA TO EFECTO-DIA.
           IF EFECTO-DIA > 28
               MOVE 1 TO EFECTO-DIA
               ADD 1 TO EFECTO-MES.

       AJUSTAR-EFECTO-MES.
           IF EFECTO-MES > 12
               SUBTRACT 12 FROM EFECTO-MES
               ADD 1 TO EFECTO-ANO
               GO TO AJUSTAR-EFECTO-MES.

           COMPUTE FECHA-MIN-EFECTO = (EFECTO-ANO * 10000)
               + (EFECTO-MES * 100) + EFECTO-DIA.

       CALCULAR-FECHA-MIN-FIN.
           EXIT.

      * Parametros que llegan al cliente aun sin preavisar.  Los
      * tipos y la penalizacion de deposito afectan a quien tiene un
      * deposito vivo; el margen de divisa, a todas las cuentas.
       PROCESAR-PARAMETROS.
           OPEN I-O F-PARAMPEND.
           IF FSPP <> 00 AND 05
               CLOSE F-PARAMPEND
               GO TO PROCESAR-PARAMETROS-FIN.

       LEER-PARAMETRO-PEND.
           READ F-PARAMPEND NEXT RECORD AT END
               GO TO PARAMETROS-PROCESADOS.

           IF PPD-PREAVISO NOT = "S"
               GO TO LEER-PARAMETRO-PEND.
           IF PPD-FECHA-AVISO NOT = 0
               GO TO LEER-PARAMETRO-PEND.

           IF PPD-FECHA-EFECTO < FECHA-MIN-EFECTO
               MOVE FECHA-MIN-EFECTO TO PPD-FECHA-EFECTO.
           MOVE PPD-FECHA-EFECTO TO FECHA-EFECTO-AVISO.

           MOVE "P"    TO CAMP-TIPO.
           MOVE PPD-ID TO CAMP-ID.
           MOVE "N"    TO CAMP-USO-REQUERIDO.
           IF PPD-ID(1:3) = "DEP"
               MOVE "D" TO CAMP-CRITERIO
           ELSE
               MOVE "T" TO CAMP-CRITERIO.

           MOVE SPACES TO CAMP-TEXTO.
           STRING "Cambio " PPD-ID " a " PPD-VALOR "pb desde "
               FEA-DIA "-" FEA-MES "-" FEA-ANO
               DELIMITED BY SIZE INTO CAMP-TEXTO.

           PERFORM LANZAR-CAMPANA THRU LANZAR-CAMPANA-FIN.

           MOVE FECHA-HOY-AAAAMMDD TO PPD-FECHA-AVISO.
           REWRITE PARAMPEND-REG INVALID KEY
               DISPLAY "BATCHAVC: error actualizando " PPD-ID.
           GO TO LEER-PARAMETRO-PEND.

       PARAMETROS-PROCESADOS.
           CLOSE F-PARAMPEND.

       PROCESAR-PARAMETROS-FIN.
           EXIT.

      * Cambios de tarifas de comisiones aun sin preavisar.  Si la
      * operacion ya se cobraba, se avisa a quien ha pagado alguna
      * comision en el ultimo ano; si es una comision nueva, a todos
      * los que quedarian sujetos a ella.
       PROCESAR-TARIFAS.
           OPEN I-O F-TARIFASPEND.
           IF FSTP <> 00 AND 05
               CLOSE F-TARIFASPEND
               GO TO PROCESAR-TARIFAS-FIN.

       LEER-TARIFA-PEND.
           READ F-TARIFASPEND NEXT RECORD AT END
               GO TO TARIFAS-PROCESADAS.

           IF TPD-FECHA-AVISO NOT = 0
               GO TO LEER-TARIFA-PEND.

           IF TPD-FECHA-EFECTO < FECHA-MIN-EFECTO
               MOVE FECHA-MIN-EFECTO TO TPD-FECHA-EFECTO.
           MOVE TPD-FECHA-EFECTO TO FECHA-EFECTO-AVISO.

           MOVE "T"       TO CAMP-TIPO.
           MOVE SPACES    TO CAMP-ID.
           MOVE TPD-CLAVE TO CAMP-ID.
           MOVE "C"       TO CAMP-CRITERIO.
           PERFORM COMPROBAR-OPERACION-COBRADA
               THRU COMPROBAR-OPERACION-COBRADA-FIN.

           MOVE SPACES TO CAMP-TEXTO.
           IF TPD-ACCION = "B"
               STRING "Se suprime la comision " TPD-OPER " tramo "
                   TPD-TRAMO " desde " FEA-DIA "-" FEA-MES "-"
                   FEA-ANO
                   DELIMITED BY SIZE INTO CAMP-TEXTO
           ELSE
               DIVIDE TPD-FIJO-CENT BY 100 GIVING FIJO-ENT
                   REMAINDER FIJO-DEC
               STRING "Comision " TPD-OPER " tramo " TPD-TRAMO ": "
                   FIJO-ENT "," FIJO-DEC " EUR + " TPD-PCT-BP
                   "pb desde " FEA-DIA "-" FEA-MES "-" FEA-ANO
                   DELIMITED BY SIZE INTO CAMP-TEXTO.

           PERFORM LANZAR-CAMPANA THRU LANZAR-CAMPANA-FIN.

           MOVE FECHA-HOY-AAAAMMDD TO TPD-FECHA-AVISO.
           REWRITE TARIFAPEND-REG INVALID KEY
               DISPLAY "BATCHAVC: error actualizando " TPD-CLAVE.
           GO TO LEER-TARIFA-PEND.

       TARIFAS-PROCESADAS.
           CLOSE F-TARIFASPEND.

       PROCESAR-TARIFAS-FIN.
           EXIT.

       COMPROBAR-OPERACION-COBRADA.
           MOVE "N" TO CAMP-USO-REQUERIDO.

           MOVE TPD-OPER TO COM-OPER.
           MOVE 0        TO COM-TRAMO.
           START F-TARIFASCOM KEY IS >= COM-CLAVE
               INVALID KEY GO TO COMPROBAR-OPERACION-COBRADA-FIN.
           READ F-TARIFASCOM NEXT RECORD AT END
               GO TO COMPROBAR-OPERACION-COBRADA-FIN.
           IF COM-OPER = TPD-OPER
               MOVE "S" TO CAMP-USO-REQUERIDO.

       COMPROBAR-OPERACION-COBRADA-FIN.
           EXIT.

      * Recorre todas las cuentas para un cambio y deja el resumen
      * de la campana en el informe.
       LANZAR-CAMPANA.
           ADD 1 TO TOTAL-CAMPANAS.
           MOVE 0 TO CAMP-REVISADAS.
           MOVE 0 TO CAMP-AFECTADAS.
           MOVE 0 TO CAMP-AVISADAS.
           MOVE 0 TO CAMP-YA-AVISADAS.
           MOVE 0 TO CAMP-MANUALES.
           MOVE 0 TO CAMP-EXENTAS.
           MOVE 0 TO CAMP-SIN-USO.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Campana " CAMP-TIPO " " CAMP-ID
               " efecto " FECHA-EFECTO-AVISO ": " CAMP-TEXTO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO CUENTA-ID.
           START CUENTAS KEY IS >= CUENTA-ID
               INVALID KEY GO TO CAMPANA-RECORRIDA.

       LEER-CUENTA-CAMPANA.
           READ CUENTAS NEXT RECORD AT END
               GO TO CAMPANA-RECORRIDA.
           ADD 1 TO CAMP-REVISADAS.
           PERFORM EVALUAR-CUENTA THRU EVALUAR-CUENTA-FIN.
           GO TO LEER-CUENTA-CAMPANA.

       CAMPANA-RECORRIDA.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Revisadas " CAMP-REVISADAS
               " Afectadas " CAMP-AFECTADAS
               " Avisadas " CAMP-AVISADAS
               " Ya avisadas " CAMP-YA-AVISADAS
               " Carta manual " CAMP-MANUALES
               " Exentas " CAMP-EXENTAS
               " Sin uso " CAMP-SIN-USO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       LANZAR-CAMPANA-FIN.
           EXIT.

      * Las cuentas canceladas o abandonadas no reciben el aviso.
       EVALUAR-CUENTA.
           IF CTA-ESTADO = "X" OR CTA-ESTADO = "E"
               GO TO EVALUAR-CUENTA-FIN.

           IF CAMP-CRITERIO = "C"
               PERFORM COMPROBAR-EXENCION
                   THRU COMPROBAR-EXENCION-FIN
               IF CUENTA-AFECTADA = "N"
                   ADD 1 TO CAMP-EXENTAS
                   GO TO EVALUAR-CUENTA-FIN.

           PERFORM CARGAR-TARJETAS THRU CARGAR-TARJETAS-FIN.

           IF CAMP-CRITERIO = "C" AND CAMP-USO-REQUERIDO = "S"
               PERFORM BUSCAR-USO-COMISION
                   THRU BUSCAR-USO-COMISION-FIN
               IF USO-ENCONTRADO = "N"
                   ADD 1 TO CAMP-SIN-USO
                   GO TO EVALUAR-CUENTA-FIN.

           IF CAMP-CRITERIO = "D"
               PERFORM BUSCAR-DEPOSITO-VIVO
                   THRU BUSCAR-DEPOSITO-VIVO-FIN
               IF DEPOSITO-VIVO = "N"
                   GO TO EVALUAR-CUENTA-FIN.

           ADD 1 TO CAMP-AFECTADAS.

      * Una repeticion del proceso en el mismo dia no avisa dos
      * veces al mismo cliente del mismo cambio.
           MOVE CAMP-TIPO          TO PVC-TIPO.
           MOVE CAMP-ID            TO PVC-ID.
           MOVE FECHA-EFECTO-AVISO TO PVC-FECHA-EFECTO.
           MOVE CUENTA-ID          TO PVC-CUENTA.
           READ F-PREAVISOSCLI INVALID KEY
               GO TO AVISAR-CLIENTE.
           ADD 1 TO CAMP-YA-AVISADAS.
           GO TO EVALUAR-CUENTA-FIN.

       AVISAR-CLIENTE.
           MOVE FECHA-HOY-AAAAMMDD TO PVC-FECHA-AVISO.

           IF NUM-TARJETAS-CTA = 0
               MOVE "M" TO PVC-CANAL
               MOVE 0   TO PVC-TARJETA
               MOVE 0   TO PVC-EVENTO
               ADD 1 TO CAMP-MANUALES
               ADD 1 TO TOTAL-MANUALES
               PERFORM LISTAR-CARTA-MANUAL
                   THRU LISTAR-CARTA-MANUAL-FIN
           ELSE
               PERFORM ENCOLAR-AVISO THRU ENCOLAR-AVISO-FIN
               MOVE "F"            TO PVC-CANAL
               MOVE TARJETA-CTA(1) TO PVC-TARJETA
               MOVE LAST-EVT-NUM   TO PVC-EVENTO
               ADD 1 TO CAMP-AVISADAS
               ADD 1 TO TOTAL-AVISOS.

           WRITE PREAVISOCLI-REG INVALID KEY CONTINUE.

       EVALUAR-CUENTA-FIN.
           EXIT.

      * Sujeta a la tarifa general salvo exencion de la cuenta o
      * producto exento de comisiones.  Sin producto asignado rige
      * la tarifa general.
       COMPROBAR-EXENCION.
           MOVE "S" TO CUENTA-AFECTADA.
           IF CTA-EXENTA-COM = "S"
               MOVE "N" TO CUENTA-AFECTADA
               GO TO COMPROBAR-EXENCION-FIN.

           MOVE CUENTA-ID TO CPR-CUENTA.
           READ F-CTAPRODUCTO INVALID KEY
               GO TO COMPROBAR-EXENCION-FIN.
           MOVE CPR-PRODUCTO TO PRD-CODIGO.
           READ F-PRODUCTOS INVALID KEY
               GO TO COMPROBAR-EXENCION-FIN.
           IF PRD-COMISIONES = "X"
               MOVE "N" TO CUENTA-AFECTADA.

       COMPROBAR-EXENCION-FIN.
           EXIT.

       CARGAR-TARJETAS.
           MOVE 0 TO NUM-TARJETAS-CTA.

           MOVE CUENTA-ID TO CTA-ID-C.
           START TARJETAS KEY IS = CTA-ID-C
               INVALID KEY GO TO CARGAR-TARJETAS-FIN.

       LEER-TARJETA-CTA.
           READ TARJETAS NEXT RECORD AT END
               GO TO CARGAR-TARJETAS-FIN.
           IF CTA-ID-C NOT = CUENTA-ID
               GO TO CARGAR-TARJETAS-FIN.
           IF NUM-TARJETAS-CTA >= MAX-TARJETAS-CTA
               GO TO CARGAR-TARJETAS-FIN.

           ADD 1 TO NUM-TARJETAS-CTA.
           MOVE TNUM-C TO TARJETA-CTA(NUM-TARJETAS-CTA).
           GO TO LEER-TARJETA-CTA.

       CARGAR-TARJETAS-FIN.
           EXIT.

      * Alguna comision cargada en el ultimo ano en cualquiera de
      * las tarjetas de la cuenta.
       BUSCAR-USO-COMISION.
           MOVE "N" TO USO-ENCONTRADO.
           MOVE 0 TO IDX-TAR.

       SIGUIENTE-TARJETA-USO.
           ADD 1 TO IDX-TAR.
           IF IDX-TAR > NUM-TARJETAS-CTA
               GO TO BUSCAR-USO-COMISION-FIN.

           MOVE TARJETA-CTA(IDX-TAR) TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO SIGUIENTE-TARJETA-USO.

       LEER-MOVIMIENTO-USO.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SIGUIENTE-TARJETA-USO.
           IF MOV-TARJETA NOT = TARJETA-CTA(IDX-TAR)
               GO TO SIGUIENTE-TARJETA-USO.
           IF MOV-CATEGORIA NOT = "COM"
               GO TO LEER-MOVIMIENTO-USO.

           COMPUTE FECHA-MOV-AAAAMMDD = (MOV-ANO * 10000)
               + (MOV-MES * 100) + MOV-DIA.
           IF FECHA-MOV-AAAAMMDD < FECHA-DESDE-USO
               GO TO LEER-MOVIMIENTO-USO.

           MOVE "S" TO USO-ENCONTRADO.

       BUSCAR-USO-COMISION-FIN.
           EXIT.

       BUSCAR-DEPOSITO-VIVO.
           MOVE "N" TO DEPOSITO-VIVO.
           MOVE 0 TO IDX-TAR.

       SIGUIENTE-TARJETA-DEP.
           ADD 1 TO IDX-TAR.
           IF IDX-TAR > NUM-TARJETAS-CTA
               GO TO BUSCAR-DEPOSITO-VIVO-FIN.

           MOVE TARJETA-CTA(IDX-TAR) TO DEP-TARJETA.
           START F-DEPOSITOS KEY IS = DEP-TARJETA
               INVALID KEY GO TO SIGUIENTE-TARJETA-DEP.

       LEER-DEPOSITO-CTA.
           READ F-DEPOSITOS NEXT RECORD AT END
               GO TO SIGUIENTE-TARJETA-DEP.
           IF DEP-TARJETA NOT = TARJETA-CTA(IDX-TAR)
               GO TO SIGUIENTE-TARJETA-DEP.
           IF DEP-ESTADO NOT = "A"
               GO TO LEER-DEPOSITO-CTA.

           MOVE "S" TO DEPOSITO-VIVO.

       BUSCAR-DEPOSITO-VIVO-FIN.
           EXIT.

      * El aviso va a la cola de avisos salientes a nombre de la
      * primera tarjeta de la cuenta; BATCHNOT lo envia por SMS o,
      * sin telefono, como carta al domicilio del titular.
       ENCOLAR-AVISO.
           ADD 1 TO LAST-EVT-NUM.
           MOVE LAST-EVT-NUM   TO EVT-NUM.
           MOVE TARJETA-CTA(1) TO EVT-TARJETA.
           MOVE "CON"          TO EVT-TIPO.
           MOVE CAMP-TEXTO     TO EVT-TEXTO.
           MOVE ANO            TO EVT-ANO.
           MOVE MES            TO EVT-MES.
           MOVE DIA            TO EVT-DIA.
           MOVE HORAS          TO EVT-HOR.
           MOVE MINUTOS        TO EVT-MIN.
           MOVE SEGUNDOS       TO EVT-SEG.
           MOVE "N"            TO EVT-ENVIADO.

           WRITE EVENTOAVISO-REG INVALID KEY
               DISPLAY "BATCHAVC: error encolando aviso " EVT-NUM.

       ENCOLAR-AVISO-FIN.
           EXIT.

      * Sin tarjeta no hay cola de avisos: la carta sale desde el
      * informe.
       LISTAR-CARTA-MANUAL.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Carta manual cuenta " CUENTA-ID " " CTA-NOMBRE
               " " CTA-DIRECCION
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       LISTAR-CARTA-MANUAL-FIN.
           EXIT.

      * La fecha contable en curso manda sobre el reloj de pared;
      * si el control de fecha no esta montado se usa el reloj.
       LEER-FECHA-OPERACION.
           OPEN INPUT F-FECHAOPER.
           IF FSFO <> 00
               GO TO LEER-FECHA-OPERACION-FIN.

           MOVE 1 TO FOP-ID.
           READ F-FECHAOPER INVALID KEY
               CLOSE F-FECHAOPER
               GO TO LEER-FECHA-OPERACION-FIN.

           MOVE FOP-ANO TO ANO.
           MOVE FOP-MES TO MES.
           MOVE FOP-DIA TO DIA.
           CLOSE F-FECHAOPER.

       LEER-FECHA-OPERACION-FIN.
           EXIT.

       FIN-ERROR.
           MOVE "BATCHAVC"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSI=" FSI " " "FSEV=" FSEV " " "FSPC=" FSPC " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
