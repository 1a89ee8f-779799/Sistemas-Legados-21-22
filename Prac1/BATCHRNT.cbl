       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHRNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           ALTERNATE RECORD KEY IS CTA-ID WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-CTAPRODUCTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-CUENTA
           FILE STATUS IS FSCP.

           SELECT OPTIONAL F-DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           ALTERNATE RECORD KEY IS DEP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSDP.

           SELECT OPTIONAL F-PEDIDOSDIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DVP-NUM
           ALTERNATE RECORD KEY IS DVP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSDV.

           SELECT OPTIONAL F-INTERBANCARIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTERB-NUM
           FILE STATUS IS FSB.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM      PIC 9(16).
           02 TPIN-SALT  PIC  9(4).
           02 TPIN-HASH PIC  9(9).
           02 TCAD      PIC  9(6).
           02 CTA-ID    PIC 9(16).
           02 TPRIMER-USO PIC  X(1).
           02 TIDIOMA    PIC  X(2).

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

       FD F-PEDIDOSDIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisaspedidos.ubd".
       01 PEDIDODIV-REG.
           02 DVP-NUM               PIC  9(10).
           02 DVP-TARJETA           PIC 9(16).
           02 DVP-MONEDA            PIC   X(3).
           02 DVP-DIV-CENT          PIC S9(11).
           02 DVP-EUR-CENT          PIC S9(11).
           02 DVP-SUCURSAL          PIC   9(4).
           02 DVP-FECHA             PIC   9(8).
           02 DVP-ESTADO            PIC   X(1).

       FD F-INTERBANCARIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbancarias.ubd".
       01 INTERBANCARIA-REG.
           02 INTERB-NUM           PIC  9(35).
           02 INTERB-TARJETA       PIC  9(16).
           02 INTERB-ANO           PIC   9(4).
           02 INTERB-MES           PIC   9(2).
           02 INTERB-DIA           PIC   9(2).
           02 INTERB-HOR           PIC   9(2).
           02 INTERB-MIN           PIC   9(2).
           02 INTERB-SEG           PIC   9(2).
           02 INTERB-IBAN-DESTINO  PIC  X(34).
           02 INTERB-BENEFICIARIO  PIC  X(30).
           02 INTERB-IMPORTE-ENT   PIC  S9(7).
           02 INTERB-IMPORTE-DEC   PIC   9(2).
           02 INTERB-MONEDA        PIC  X(3).
           02 INTERB-ESTADO        PIC  X(1).
           02 INTERB-MOTIVO-DEV    PIC  X(2).
           02 INTERB-EUR-ENT       PIC  S9(7).
           02 INTERB-EUR-DEC       PIC   9(2).
           02 INTERB-TASA-APLICADA PIC  9(9).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "rentabilidadclientes.txt".
       01 LINEA-INFORME             PIC X(132).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSM                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSCP                     PIC  X(2).
       77 FSDP                     PIC  X(2).
       77 FSDV                     PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSIF                     PIC  X(2).
       77 FSFO                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS        PIC  9(2).
               10 MILISEGUNDOS    PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-MANANA             PIC  9(8).
       77 FECHA-MES-DESDE          PIC  9(8).

      * Margen de cambio de divisa (DIVMARGBP, el mismo que aplica
      * BANK34) y coste unitario de cada operacion segun su canal,
      * en centimos: cajero propio (RNTCOSATM), ventanilla
      * (RNTCOSVEN), cajero de la red (RNTCOSRED) y resto de
      * apuntes (RNTCOSOTR).  El intercambio de emisor sobre las
      * retiradas en la red se valora en puntos basicos (RNTITXBP).
       78 DIVMARG-DEFECTO          VALUE 200.
       78 RNTCOSATM-DEFECTO        VALUE 25.
       78 RNTCOSVEN-DEFECTO        VALUE 150.
       78 RNTCOSRED-DEFECTO        VALUE 40.
       78 RNTCOSOTR-DEFECTO        VALUE 5.
       78 RNTITXBP-DEFECTO         VALUE 20.
       78 MAX-TITULARES            VALUE 500.
       78 MAX-PRODUCTOS            VALUE 20.
       78 MAX-SUCURSALES           VALUE 100.

       77 MARGEN-BP                PIC  9(9).
       77 COSTE-ATM                PIC  9(9).
       77 COSTE-VEN                PIC  9(9).
       77 COSTE-RED                PIC  9(9).
       77 COSTE-OTR                PIC  9(9).
       77 INTERCAMBIO-BP           PIC  9(9).
       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).

      * Cuenta de resultados del mes por titular.  RNT-SUCURSAL es
      * la oficina a la que esta adscrita la primera cuenta con la
      * que aparece el titular; cero si no esta adscrita a ninguna.
       01 TABLA-TITULARES.
           02 TITULAR-ENTRADA OCCURS 500 TIMES.
               03 RNT-NIF              PIC  X(9).
               03 RNT-NOMBRE           PIC X(30).
               03 RNT-SUCURSAL         PIC  9(4).
               03 RNT-COMISION-CENT    PIC S9(11).
               03 RNT-INT-DESC-CENT    PIC S9(11).
               03 RNT-INTERCAMBIO-CENT PIC S9(11).
               03 RNT-MARGEN-DIV-CENT  PIC S9(11).
               03 RNT-INT-PAGADO-CENT  PIC S9(11).
               03 RNT-INT-DEP-CENT     PIC S9(11).
               03 RNT-OPS-ATM          PIC  9(5).
               03 RNT-OPS-VEN          PIC  9(5).
               03 RNT-OPS-RED          PIC  9(5).
               03 RNT-OPS-OTR          PIC  9(5).
               03 RNT-COSTE-CENT       PIC S9(11).
               03 RNT-NETO-CENT        PIC S9(11).
               03 RNT-POSICION         PIC  9(3).
               03 RNT-DECIL            PIC  9(2).
       77 TITULARES-USADOS         PIC  9(3) VALUE 0.
       77 IDX-TIT                  PIC  9(3).
       77 IDX-BUSCA                PIC  9(3).
       77 POR-DELANTE              PIC  9(3).

       01 TABLA-ORDEN.
           02 ORDEN-TIT             PIC  9(3) OCCURS 500 TIMES.
       77 IDX-ORDEN                PIC  9(3).

       01 TABLA-PRODUCTOS.
           02 PRODUCTO-ENTRADA OCCURS 20 TIMES.
               03 PRT-CODIGO           PIC  X(3).
               03 PRT-INGRESOS-CENT    PIC S9(11).
               03 PRT-PAGADO-CENT      PIC S9(11).
               03 PRT-COSTE-CENT       PIC S9(11).
               03 PRT-OPERACIONES      PIC  9(7).
       77 PRODUCTOS-USADOS         PIC  9(3) VALUE 0.
       77 IDX-PRD                  PIC  9(3).

       01 TABLA-SUCURSALES.
           02 SUCURSAL-ENTRADA OCCURS 100 TIMES.
               03 SCT-CODIGO           PIC  9(4).
               03 SCT-TITULARES        PIC  9(5).
               03 SCT-INGRESOS-CENT    PIC S9(11).
               03 SCT-PAGADO-CENT      PIC S9(11).
               03 SCT-COSTE-CENT       PIC S9(11).
       77 SUCURSALES-USADAS        PIC  9(3) VALUE 0.
       77 IDX-SUC                  PIC  9(3).

       01 TABLA-DECILES.
           02 DECIL-ENTRADA OCCURS 10 TIMES.
               03 DCL-TITULARES        PIC  9(5).
               03 DCL-INGRESOS-CENT    PIC S9(11).
               03 DCL-NETO-CENT        PIC S9(11).
       77 IDX-DCL                  PIC  9(2).

      * Tarjeta resuelta por ultima vez, para no releer los maestros
      * en cada apunte de la misma tarjeta.
       77 TARJETA-BUSCADA          PIC  9(16).
       77 TARJETA-ANTERIOR         PIC  9(16) VALUE 0.
       77 NIF-ACTUAL               PIC  X(9).
       77 NOMBRE-ACTUAL            PIC X(30).
       77 PRODUCTO-ACTUAL          PIC  X(3).
       77 CUENTA-ACTUAL            PIC 9(16).

       01 DATOS-OFICINA.
           02 OFIC-MODO             PIC  X(1).
           02 OFIC-TIPO             PIC  X(1).
           02 OFIC-ID               PIC 9(16).
           02 OFIC-OFICINA          PIC  9(4).
           02 OFIC-RESULTADO        PIC  X(1).
           02 OFIC-NOMBRE           PIC X(30).
           02 OFIC-REGION           PIC X(20).

      * Apunte a imputar: COM comision, OVD interes de descubierto,
      * ITX intercambio, DIV margen de cambio, INT interes pagado,
      * DEP interes de plazo fijo; ATM, VEN, RED y OTR son
      * operaciones que solo suman coste.
       77 CLASE-IMPUTAR            PIC  X(3).
       77 CENT-IMPUTAR             PIC S9(11).
       77 TITULAR-DISPONIBLE       PIC  X(1).

       77 MOV-CENT                 PIC S9(11).
       77 EUR-CENT                 PIC S9(11).
       77 PROD-CALCULO             PIC S9(18).
       77 INGRESOS-CENT            PIC S9(11).
       77 PAGADO-CENT              PIC S9(11).
       77 NETO-CENT                PIC S9(11).

       77 E-COM                    PIC  9(9).
       77 E-DES                    PIC  9(9).
       77 E-ITX                    PIC  9(9).
       77 E-DIV                    PIC  9(9).
       77 E-INT                    PIC  9(9).
       77 E-DEP                    PIC  9(9).
       77 E-COS                    PIC  9(9).
       77 E-ING                    PIC  9(9).
       77 E-PAG                    PIC  9(9).
       77 E-NETO                   PIC  9(9).
       77 NETO-SIGNO               PIC  X(1).

       77 MOVS-LEIDOS              PIC  9(9) VALUE 0.
       77 MOVS-IMPUTADOS           PIC  9(9) VALUE 0.
       77 DEPOSITOS-IMPUTADOS      PIC  9(9) VALUE 0.
       77 PEDIDOS-IMPUTADOS        PIC  9(9) VALUE 0.
       77 TRANSF-IMPUTADAS         PIC  9(9) VALUE 0.
       77 ADQUIRENCIA-CENT         PIC S9(11) VALUE 0.
       77 TOTAL-INGRESOS-CENT      PIC S9(11) VALUE 0.
       77 TOTAL-PAGADO-CENT        PIC S9(11) VALUE 0.
       77 TOTAL-COSTE-CENT         PIC S9(11) VALUE 0.
       77 TOTAL-NETO-CENT          PIC S9(11) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Rentabilidad mensual por titular.  Ingresos: comisiones
      * (categoria COM), intereses de descubierto de BATCHOVD,
      * intercambio de emisor de las retiradas en la red y margen
      * de cambio de los pedidos de divisa de BANK34 y de las
      * transferencias en divisa.  Gastos: intereses de BATCHINT y
      * de los plazos fijos vencidos por BATCHDEP.  Coste de
      * actividad por numero de operaciones de cada canal.  Ordena
      * a los titulares por resultado, los reparte en deciles y
      * desglosa por producto de la cuenta y por oficina.  Las
      * tarifas de adquirencia de BATCHITX son de tarjetas de otras
      * entidades y se dan aparte, sin imputar a ningun titular.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHRNT - Rentabilidad de clientes".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo el ultimo dia del mes, con el mes completo ya liquidado
      * por los procesos anteriores de la cadena.
           COMPUTE FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD) + 1).
           IF FECHA-MANANA(7:2) NOT = "01"
               DISPLAY "BATCHRNT: no es fin de mes, sin informe"
               STOP RUN.
           COMPUTE FECHA-MES-DESDE = (ANO * 10000) + (MES * 100) + 1.

           MOVE "DIVMARGBP" TO PARAM-BUSCADO.
           MOVE DIVMARG-DEFECTO TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO MARGEN-BP.

           MOVE "RNTCOSATM" TO PARAM-BUSCADO.
           MOVE RNTCOSATM-DEFECTO TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO COSTE-ATM.

           MOVE "RNTCOSVEN" TO PARAM-BUSCADO.
           MOVE RNTCOSVEN-DEFECTO TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO COSTE-VEN.

           MOVE "RNTCOSRED" TO PARAM-BUSCADO.
           MOVE RNTCOSRED-DEFECTO TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO COSTE-RED.

           MOVE "RNTCOSOTR" TO PARAM-BUSCADO.
           MOVE RNTCOSOTR-DEFECTO TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO COSTE-OTR.

           MOVE "RNTITXBP" TO PARAM-BUSCADO.
           MOVE RNTITXBP-DEFECTO TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO INTERCAMBIO-BP.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHRNT: error abriendo tarjetas, FST=" FST
               GO TO FIN-ERROR.
           OPEN INPUT CUENTAS.
           IF FSU <> 00
               DISPLAY "BATCHRNT: error abriendo cuentas, FSU=" FSU
               CLOSE TARJETAS
               GO TO FIN-ERROR.
           OPEN INPUT F-CTAPRODUCTO.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               DISPLAY "BATCHRNT: error abriendo movimientos, FSM="
                   FSM
               GO TO FIN-ERROR.

      * Primera pasada: apuntes del mes en curso.
       LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO MOVIMIENTOS-YA.
           IF MOV-ANO NOT = ANO OR MOV-MES NOT = MES
               GO TO LEER-MOVIMIENTO.
           ADD 1 TO MOVS-LEIDOS.

           COMPUTE MOV-CENT = (MOV-IMPORTE-ENT * 100).
           IF MOV-CENT < 0
               COMPUTE MOV-CENT = MOV-CENT - MOV-IMPORTE-DEC
           ELSE
               COMPUTE MOV-CENT = MOV-CENT + MOV-IMPORTE-DEC.

      * Las operaciones adquirentes son de tarjetas de otras
      * entidades: solo se totaliza la tarifa cobrada.
           IF MOV-CANAL = "ADQ"
               IF MOV-CONCEPTO(1:20) = "Comision adquirencia"
                   SUBTRACT MOV-CENT FROM ADQUIRENCIA-CENT
               END-IF
               GO TO LEER-MOVIMIENTO.

           MOVE MOV-TARJETA TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-TARJETA THRU LOCALIZAR-TARJETA-FIN.
           IF NIF-ACTUAL = SPACES
               GO TO LEER-MOVIMIENTO.
           ADD 1 TO MOVS-IMPUTADOS.

           IF MOV-CATEGORIA = "COM"
               COMPUTE CENT-IMPUTAR = 0 - MOV-CENT
               MOVE "COM" TO CLASE-IMPUTAR
               IF MOV-CANAL = "OVD"
                   AND MOV-CONCEPTO(1:16) = "Int. descubierto"
                   MOVE "OVD" TO CLASE-IMPUTAR
               END-IF
               PERFORM IMPUTAR-APUNTE THRU IMPUTAR-APUNTE-FIN
               GO TO LEER-MOVIMIENTO.

      * BATCHINT deja el interes en positivo y la retencion en
      * negativo; la retencion es de Hacienda, no es gasto.
           IF MOV-CANAL = "INT"
               IF MOV-CENT > 0
                   MOVE "INT" TO CLASE-IMPUTAR
                   MOVE MOV-CENT TO CENT-IMPUTAR
                   PERFORM IMPUTAR-APUNTE THRU IMPUTAR-APUNTE-FIN
               END-IF
               GO TO LEER-MOVIMIENTO.

           IF MOV-CANAL = "RED" AND MOV-CENT < 0
               MOVE "ITX" TO CLASE-IMPUTAR
               COMPUTE PROD-CALCULO = (0 - MOV-CENT) * INTERCAMBIO-BP
               COMPUTE CENT-IMPUTAR = PROD-CALCULO / 10000
               PERFORM IMPUTAR-APUNTE THRU IMPUTAR-APUNTE-FIN.

           MOVE "OTR" TO CLASE-IMPUTAR.
           MOVE COSTE-OTR TO CENT-IMPUTAR.
           IF MOV-CANAL = "ATM"
               MOVE "ATM" TO CLASE-IMPUTAR
               MOVE COSTE-ATM TO CENT-IMPUTAR.
           IF MOV-CANAL = "VEN"
               MOVE "VEN" TO CLASE-IMPUTAR
               MOVE COSTE-VEN TO CENT-IMPUTAR.
           IF MOV-CANAL = "RED"
               MOVE "RED" TO CLASE-IMPUTAR
               MOVE COSTE-RED TO CENT-IMPUTAR.
           PERFORM IMPUTAR-APUNTE THRU IMPUTAR-APUNTE-FIN.
           GO TO LEER-MOVIMIENTO.

       MOVIMIENTOS-YA.
           CLOSE F-MOVIMIENTOS.

           OPEN INPUT F-DEPOSITOS.
           IF FSDP <> 00
               CLOSE F-DEPOSITOS
               GO TO DEPOSITOS-YA.

      * Segunda pasada: plazos fijos vencidos y liquidados en el mes,
      * con el interes calculado como lo abona BATCHDEP.
       LEER-DEPOSITO.
           READ F-DEPOSITOS NEXT RECORD AT END
               CLOSE F-DEPOSITOS
               GO TO DEPOSITOS-YA.
           IF DEP-ESTADO NOT = "V"
               GO TO LEER-DEPOSITO.
           IF DEP-FECHA-VTO < FECHA-MES-DESDE
               OR DEP-FECHA-VTO > FECHA-HOY-AAAAMMDD
               GO TO LEER-DEPOSITO.

           MOVE DEP-TARJETA TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-TARJETA THRU LOCALIZAR-TARJETA-FIN.
           IF NIF-ACTUAL = SPACES
               GO TO LEER-DEPOSITO.

           COMPUTE PROD-CALCULO = DEP-CENT * DEP-TASA-BP * DEP-MESES.
           COMPUTE CENT-IMPUTAR = PROD-CALCULO / 120000.
           MOVE "DEP" TO CLASE-IMPUTAR.
           PERFORM IMPUTAR-APUNTE THRU IMPUTAR-APUNTE-FIN.
           ADD 1 TO DEPOSITOS-IMPUTADOS.
           GO TO LEER-DEPOSITO.

       DEPOSITOS-YA.
           OPEN INPUT F-INTERBANCARIAS.
           IF FSB <> 00
               CLOSE F-INTERBANCARIAS
               GO TO TRANSFERENCIAS-YA.

      * Tercera pasada: transferencias en divisa del mes.  El cambio
      * de la orden no lleva el margen por separado; se valora con
      * el mismo margen que los pedidos de divisa.
       LEER-TRANSFERENCIA.
           READ F-INTERBANCARIAS NEXT RECORD AT END
               CLOSE F-INTERBANCARIAS
               GO TO TRANSFERENCIAS-YA.
           IF INTERB-ANO NOT = ANO OR INTERB-MES NOT = MES
               GO TO LEER-TRANSFERENCIA.
           IF INTERB-MONEDA = "EUR" OR INTERB-MONEDA = SPACES
               GO TO LEER-TRANSFERENCIA.
           IF INTERB-ESTADO = "D"
               GO TO LEER-TRANSFERENCIA.

           MOVE INTERB-TARJETA TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-TARJETA THRU LOCALIZAR-TARJETA-FIN.
           IF NIF-ACTUAL = SPACES
               GO TO LEER-TRANSFERENCIA.

           COMPUTE EUR-CENT = (INTERB-EUR-ENT * 100).
           IF EUR-CENT < 0
               COMPUTE EUR-CENT = 0 - EUR-CENT.
           ADD INTERB-EUR-DEC TO EUR-CENT.
           COMPUTE PROD-CALCULO = EUR-CENT * MARGEN-BP.
           COMPUTE CENT-IMPUTAR = PROD-CALCULO / 10000.
           MOVE "DIV" TO CLASE-IMPUTAR.
           PERFORM IMPUTAR-APUNTE THRU IMPUTAR-APUNTE-FIN.
           ADD 1 TO TRANSF-IMPUTADAS.
           GO TO LEER-TRANSFERENCIA.

       TRANSFERENCIAS-YA.
           OPEN INPUT F-PEDIDOSDIV.
           IF FSDV <> 00
               CLOSE F-PEDIDOSDIV
               GO TO PEDIDOS-YA.

      * Cuarta pasada: pedidos de divisa.  Los del mes aportan el
      * margen que BANK34 sumo al contravalor.
       LEER-PEDIDO.
           READ F-PEDIDOSDIV NEXT RECORD AT END
               CLOSE F-PEDIDOSDIV
               GO TO PEDIDOS-YA.

           MOVE DVP-TARJETA TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-TARJETA THRU LOCALIZAR-TARJETA-FIN.
           IF NIF-ACTUAL = SPACES
               GO TO LEER-PEDIDO.

           IF DVP-FECHA >= FECHA-MES-DESDE
               AND DVP-FECHA <= FECHA-HOY-AAAAMMDD
               AND DVP-ESTADO NOT = "R"
               COMPUTE PROD-CALCULO = DVP-EUR-CENT * MARGEN-BP
               COMPUTE CENT-IMPUTAR = PROD-CALCULO
                   / (10000 + MARGEN-BP)
               MOVE "DIV" TO CLASE-IMPUTAR
               PERFORM IMPUTAR-APUNTE THRU IMPUTAR-APUNTE-FIN
               ADD 1 TO PEDIDOS-IMPUTADOS.
           GO TO LEER-PEDIDO.

       PEDIDOS-YA.
           CLOSE F-CTAPRODUCTO.
           CLOSE CUENTAS.
           CLOSE TARJETAS.

           MOVE 0 TO IDX-TIT.
       CALCULAR-NETO.
           ADD 1 TO IDX-TIT.
           IF IDX-TIT > TITULARES-USADOS
               GO TO NETOS-YA.
           COMPUTE RNT-NETO-CENT(IDX-TIT) =
               RNT-COMISION-CENT(IDX-TIT) + RNT-INT-DESC-CENT(IDX-TIT)
               + RNT-INTERCAMBIO-CENT(IDX-TIT)
               + RNT-MARGEN-DIV-CENT(IDX-TIT)
               - RNT-INT-PAGADO-CENT(IDX-TIT)
               - RNT-INT-DEP-CENT(IDX-TIT)
               - RNT-COSTE-CENT(IDX-TIT).
           GO TO CALCULAR-NETO.

      * Posicion de cada titular: uno mas los que le superan en
      * resultado; a igualdad, el que entro antes en la tabla.
       NETOS-YA.
           MOVE 0 TO IDX-TIT.
       POSICIONAR-TITULAR.
           ADD 1 TO IDX-TIT.
           IF IDX-TIT > TITULARES-USADOS
               GO TO POSICIONES-YA.
           PERFORM CONTAR-POR-DELANTE THRU CONTAR-POR-DELANTE-FIN.
           COMPUTE IDX-ORDEN = POR-DELANTE + 1.
           MOVE IDX-ORDEN TO RNT-POSICION(IDX-TIT).
           MOVE IDX-TIT TO ORDEN-TIT(IDX-ORDEN).
           COMPUTE RNT-DECIL(IDX-TIT) =
               ((POR-DELANTE * 10) / TITULARES-USADOS) + 1.
           GO TO POSICIONAR-TITULAR.

       POSICIONES-YA.
           PERFORM ACUMULAR-GRUPOS THRU ACUMULAR-GRUPOS-FIN.

           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHRNT: error abriendo "
                   "rentabilidadclientes.txt, FSIF=" FSIF
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Rentabilidad de clientes " MES "/" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Coste unitario en centimos: cajero " COSTE-ATM
               " ventanilla " COSTE-VEN " red " COSTE-RED
               " otros " COSTE-OTR " margen divisa " MARGEN-BP " pb"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Importes en centimos. COM comisiones, DES interes "
               "descubierto, ITX intercambio, DIV margen cambio"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "INT interes pagado, DEP interes plazo fijo, COS "
               "coste de actividad, NETO resultado"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO IDX-ORDEN.
       EMITIR-TITULAR.
           ADD 1 TO IDX-ORDEN.
           IF IDX-ORDEN > TITULARES-USADOS
               GO TO EMITIR-DECILES.
           MOVE ORDEN-TIT(IDX-ORDEN) TO IDX-TIT.

           MOVE RNT-COMISION-CENT(IDX-TIT) TO E-COM.
           MOVE RNT-INT-DESC-CENT(IDX-TIT) TO E-DES.
           MOVE RNT-INTERCAMBIO-CENT(IDX-TIT) TO E-ITX.
           MOVE RNT-MARGEN-DIV-CENT(IDX-TIT) TO E-DIV.
           MOVE RNT-INT-PAGADO-CENT(IDX-TIT) TO E-INT.
           MOVE RNT-INT-DEP-CENT(IDX-TIT) TO E-DEP.
           MOVE RNT-COSTE-CENT(IDX-TIT) TO E-COS.
           MOVE RNT-NETO-CENT(IDX-TIT) TO NETO-CENT.
           PERFORM PREPARAR-NETO THRU PREPARAR-NETO-FIN.

           MOVE SPACES TO LINEA-INFORME.
           STRING IDX-ORDEN " D" RNT-DECIL(IDX-TIT)
               " " RNT-NIF(IDX-TIT)
               " COM " E-COM " DES " E-DES " ITX " E-ITX
               " DIV " E-DIV " INT " E-INT " DEP " E-DEP
               " COS " E-COS " NETO " NETO-SIGNO E-NETO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "      " RNT-NOMBRE(IDX-TIT)
               " oficina " RNT-SUCURSAL(IDX-TIT)
               " operaciones cajero " RNT-OPS-ATM(IDX-TIT)
               " ventanilla " RNT-OPS-VEN(IDX-TIT)
               " red " RNT-OPS-RED(IDX-TIT)
               " otros " RNT-OPS-OTR(IDX-TIT)
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO EMITIR-TITULAR.

       EMITIR-DECILES.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Resultado por decil (1 = mas rentable)"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 0 TO IDX-DCL.
       EMITIR-DECIL.
           ADD 1 TO IDX-DCL.
           IF IDX-DCL > 10
               GO TO EMITIR-PRODUCTOS.
           IF DCL-TITULARES(IDX-DCL) = 0
               GO TO EMITIR-DECIL.
           MOVE DCL-INGRESOS-CENT(IDX-DCL) TO E-ING.
           MOVE DCL-NETO-CENT(IDX-DCL) TO NETO-CENT.
           PERFORM PREPARAR-NETO THRU PREPARAR-NETO-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  D" IDX-DCL " titulares " DCL-TITULARES(IDX-DCL)
               " ingresos " E-ING " neto " NETO-SIGNO E-NETO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO EMITIR-DECIL.

       EMITIR-PRODUCTOS.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Resultado por producto de la cuenta"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 0 TO IDX-PRD.
       EMITIR-PRODUCTO.
           ADD 1 TO IDX-PRD.
           IF IDX-PRD > PRODUCTOS-USADOS
               GO TO EMITIR-SUCURSALES.
           MOVE PRT-INGRESOS-CENT(IDX-PRD) TO E-ING.
           MOVE PRT-PAGADO-CENT(IDX-PRD) TO E-PAG.
           MOVE PRT-COSTE-CENT(IDX-PRD) TO E-COS.
           COMPUTE NETO-CENT = PRT-INGRESOS-CENT(IDX-PRD)
               - PRT-PAGADO-CENT(IDX-PRD) - PRT-COSTE-CENT(IDX-PRD).
           PERFORM PREPARAR-NETO THRU PREPARAR-NETO-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  " PRT-CODIGO(IDX-PRD)
               " operaciones " PRT-OPERACIONES(IDX-PRD)
               " ingresos " E-ING " pagado " E-PAG " coste " E-COS
               " neto " NETO-SIGNO E-NETO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO EMITIR-PRODUCTO.

       EMITIR-SUCURSALES.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Resultado por oficina (0000 = sin oficina conocida)"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 0 TO IDX-SUC.
       EMITIR-SUCURSAL.
           ADD 1 TO IDX-SUC.
           IF IDX-SUC > SUCURSALES-USADAS
               GO TO EMITIR-RESUMEN.
           MOVE SCT-INGRESOS-CENT(IDX-SUC) TO E-ING.
           MOVE SCT-PAGADO-CENT(IDX-SUC) TO E-PAG.
           MOVE SCT-COSTE-CENT(IDX-SUC) TO E-COS.
           COMPUTE NETO-CENT = SCT-INGRESOS-CENT(IDX-SUC)
               - SCT-PAGADO-CENT(IDX-SUC) - SCT-COSTE-CENT(IDX-SUC).
           PERFORM PREPARAR-NETO THRU PREPARAR-NETO-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  " SCT-CODIGO(IDX-SUC)
               " titulares " SCT-TITULARES(IDX-SUC)
               " ingresos " E-ING " pagado " E-PAG " coste " E-COS
               " neto " NETO-SIGNO E-NETO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO EMITIR-SUCURSAL.

       EMITIR-RESUMEN.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE TOTAL-INGRESOS-CENT TO E-ING.
           MOVE TOTAL-PAGADO-CENT TO E-PAG.
           MOVE TOTAL-COSTE-CENT TO E-COS.
           MOVE TOTAL-NETO-CENT TO NETO-CENT.
           PERFORM PREPARAR-NETO THRU PREPARAR-NETO-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Titulares " TITULARES-USADOS
               " ingresos " E-ING " pagado " E-PAG " coste " E-COS
               " neto " NETO-SIGNO E-NETO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ADQUIRENCIA-CENT TO NETO-CENT.
           PERFORM PREPARAR-NETO THRU PREPARAR-NETO-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Tarifa de adquirencia del mes (tarjetas de otras "
               "entidades, sin imputar): " NETO-SIGNO E-NETO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

           DISPLAY "BATCHRNT: movimientos del mes : " MOVS-LEIDOS.
           DISPLAY "BATCHRNT: imputados           : " MOVS-IMPUTADOS.
           DISPLAY "BATCHRNT: plazos vencidos     : "
               DEPOSITOS-IMPUTADOS.
           DISPLAY "BATCHRNT: pedidos de divisa   : "
               PEDIDOS-IMPUTADOS.
           DISPLAY "BATCHRNT: transf. en divisa   : "
               TRANSF-IMPUTADAS.
           DISPLAY "BATCHRNT: titulares           : "
               TITULARES-USADOS.
           STOP RUN.

      * Cuantos titulares quedan por delante de IDX-TIT.
       CONTAR-POR-DELANTE.
           MOVE 0 TO POR-DELANTE.
           MOVE 0 TO IDX-BUSCA.
       CONTAR-SIGUIENTE.
           ADD 1 TO IDX-BUSCA.
           IF IDX-BUSCA > TITULARES-USADOS
               GO TO CONTAR-POR-DELANTE-FIN.
           IF RNT-NETO-CENT(IDX-BUSCA) > RNT-NETO-CENT(IDX-TIT)
               ADD 1 TO POR-DELANTE
               GO TO CONTAR-SIGUIENTE.
           IF RNT-NETO-CENT(IDX-BUSCA) = RNT-NETO-CENT(IDX-TIT)
               AND IDX-BUSCA < IDX-TIT
               ADD 1 TO POR-DELANTE.
           GO TO CONTAR-SIGUIENTE.

       CONTAR-POR-DELANTE-FIN.
           EXIT.

      * Totales por decil y por oficina a partir de cada titular.
       ACUMULAR-GRUPOS.
           MOVE 0 TO IDX-DCL.
       LIMPIAR-DECIL.
           ADD 1 TO IDX-DCL.
           IF IDX-DCL > 10
               GO TO DECILES-LIMPIOS.
           MOVE 0 TO DCL-TITULARES(IDX-DCL).
           MOVE 0 TO DCL-INGRESOS-CENT(IDX-DCL).
           MOVE 0 TO DCL-NETO-CENT(IDX-DCL).
           GO TO LIMPIAR-DECIL.

       DECILES-LIMPIOS.
           MOVE 0 TO IDX-TIT.
       AGRUPAR-TITULAR.
           ADD 1 TO IDX-TIT.
           IF IDX-TIT > TITULARES-USADOS
               GO TO ACUMULAR-GRUPOS-FIN.

           COMPUTE INGRESOS-CENT = RNT-COMISION-CENT(IDX-TIT)
               + RNT-INT-DESC-CENT(IDX-TIT)
               + RNT-INTERCAMBIO-CENT(IDX-TIT)
               + RNT-MARGEN-DIV-CENT(IDX-TIT).
           COMPUTE PAGADO-CENT = RNT-INT-PAGADO-CENT(IDX-TIT)
               + RNT-INT-DEP-CENT(IDX-TIT).

           ADD INGRESOS-CENT TO TOTAL-INGRESOS-CENT.
           ADD PAGADO-CENT TO TOTAL-PAGADO-CENT.
           ADD RNT-COSTE-CENT(IDX-TIT) TO TOTAL-COSTE-CENT.
           ADD RNT-NETO-CENT(IDX-TIT) TO TOTAL-NETO-CENT.

           MOVE RNT-DECIL(IDX-TIT) TO IDX-DCL.
           ADD 1 TO DCL-TITULARES(IDX-DCL).
           ADD INGRESOS-CENT TO DCL-INGRESOS-CENT(IDX-DCL).
           ADD RNT-NETO-CENT(IDX-TIT) TO DCL-NETO-CENT(IDX-DCL).

           MOVE 0 TO IDX-SUC.
       BUSCAR-SUCURSAL.
           ADD 1 TO IDX-SUC.
           IF IDX-SUC > SUCURSALES-USADAS
               GO TO ALTA-SUCURSAL.
           IF SCT-CODIGO(IDX-SUC) NOT = RNT-SUCURSAL(IDX-TIT)
               GO TO BUSCAR-SUCURSAL.
           GO TO SUMAR-SUCURSAL.

       ALTA-SUCURSAL.
           IF SUCURSALES-USADAS >= MAX-SUCURSALES
               DISPLAY "BATCHRNT: tabla de oficinas llena"
               GO TO AGRUPAR-TITULAR.
           ADD 1 TO SUCURSALES-USADAS.
           MOVE SUCURSALES-USADAS TO IDX-SUC.
           MOVE RNT-SUCURSAL(IDX-TIT) TO SCT-CODIGO(IDX-SUC).
           MOVE 0 TO SCT-TITULARES(IDX-SUC).
           MOVE 0 TO SCT-INGRESOS-CENT(IDX-SUC).
           MOVE 0 TO SCT-PAGADO-CENT(IDX-SUC).
           MOVE 0 TO SCT-COSTE-CENT(IDX-SUC).

       SUMAR-SUCURSAL.
           ADD 1 TO SCT-TITULARES(IDX-SUC).
           ADD INGRESOS-CENT TO SCT-INGRESOS-CENT(IDX-SUC).
           ADD PAGADO-CENT TO SCT-PAGADO-CENT(IDX-SUC).
           ADD RNT-COSTE-CENT(IDX-TIT) TO SCT-COSTE-CENT(IDX-SUC).
           GO TO AGRUPAR-TITULAR.

       ACUMULAR-GRUPOS-FIN.
           EXIT.

      * Deja el resultado con signo aparte para el listado.
       PREPARAR-NETO.
           MOVE "+" TO NETO-SIGNO.
           IF NETO-CENT < 0
               MOVE "-" TO NETO-SIGNO
               COMPUTE E-NETO = 0 - NETO-CENT
           ELSE
               MOVE NETO-CENT TO E-NETO.

       PREPARAR-NETO-FIN.
           EXIT.

      * Titular, nombre y producto de la cuenta de la tarjeta.  NIF
      * en blanco si la tarjeta o la cuenta no estan en el maestro.
       LOCALIZAR-TARJETA.
           IF TARJETA-BUSCADA = TARJETA-ANTERIOR
               GO TO LOCALIZAR-TARJETA-FIN.
           MOVE TARJETA-BUSCADA TO TARJETA-ANTERIOR.
           MOVE SPACES TO NIF-ACTUAL.
           MOVE SPACES TO NOMBRE-ACTUAL.
           MOVE "---" TO PRODUCTO-ACTUAL.
           MOVE 0 TO CUENTA-ACTUAL.

           MOVE TARJETA-BUSCADA TO TNUM.
           READ TARJETAS INVALID KEY
               GO TO LOCALIZAR-TARJETA-FIN.
           IF CTA-ID = 0
               GO TO LOCALIZAR-TARJETA-FIN.

           MOVE CTA-ID TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               GO TO LOCALIZAR-TARJETA-FIN.
           MOVE CTA-NIF TO NIF-ACTUAL.
           MOVE CTA-NOMBRE TO NOMBRE-ACTUAL.
           MOVE CTA-ID TO CUENTA-ACTUAL.

           IF FSCP <> 00 AND 05
               GO TO LOCALIZAR-TARJETA-FIN.
           MOVE CTA-ID TO CPR-CUENTA.
           READ F-CTAPRODUCTO INVALID KEY
               GO TO LOCALIZAR-TARJETA-FIN.
           IF CPR-PRODUCTO NOT = SPACES
               MOVE CPR-PRODUCTO TO PRODUCTO-ACTUAL.

       LOCALIZAR-TARJETA-FIN.
           EXIT.

      * Suma el apunte CLASE-IMPUTAR / CENT-IMPUTAR al titular
      * NIF-ACTUAL y al producto PRODUCTO-ACTUAL.
       IMPUTAR-APUNTE.
           MOVE "S" TO TITULAR-DISPONIBLE.
           PERFORM BUSCAR-TITULAR THRU BUSCAR-TITULAR-FIN.
           IF TITULAR-DISPONIBLE = "N"
               GO TO IMPUTAR-APUNTE-FIN.
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-FIN.

           IF CLASE-IMPUTAR = "COM"
               ADD CENT-IMPUTAR TO RNT-COMISION-CENT(IDX-BUSCA).
           IF CLASE-IMPUTAR = "OVD"
               ADD CENT-IMPUTAR TO RNT-INT-DESC-CENT(IDX-BUSCA).
           IF CLASE-IMPUTAR = "ITX"
               ADD CENT-IMPUTAR TO RNT-INTERCAMBIO-CENT(IDX-BUSCA).
           IF CLASE-IMPUTAR = "DIV"
               ADD CENT-IMPUTAR TO RNT-MARGEN-DIV-CENT(IDX-BUSCA).
           IF CLASE-IMPUTAR = "INT"
               ADD CENT-IMPUTAR TO RNT-INT-PAGADO-CENT(IDX-BUSCA).
           IF CLASE-IMPUTAR = "DEP"
               ADD CENT-IMPUTAR TO RNT-INT-DEP-CENT(IDX-BUSCA).
           IF CLASE-IMPUTAR = "ATM"
               ADD 1 TO RNT-OPS-ATM(IDX-BUSCA).
           IF CLASE-IMPUTAR = "VEN"
               ADD 1 TO RNT-OPS-VEN(IDX-BUSCA).
           IF CLASE-IMPUTAR = "RED"
               ADD 1 TO RNT-OPS-RED(IDX-BUSCA).
           IF CLASE-IMPUTAR = "OTR"
               ADD 1 TO RNT-OPS-OTR(IDX-BUSCA).

           IF CLASE-IMPUTAR = "ATM" OR "VEN" OR "RED" OR "OTR"
               ADD CENT-IMPUTAR TO RNT-COSTE-CENT(IDX-BUSCA).

           IF IDX-PRD = 0
               GO TO IMPUTAR-APUNTE-FIN.
           IF CLASE-IMPUTAR = "COM" OR "OVD" OR "ITX" OR "DIV"
               ADD CENT-IMPUTAR TO PRT-INGRESOS-CENT(IDX-PRD)
               GO TO IMPUTAR-APUNTE-FIN.
           IF CLASE-IMPUTAR = "INT" OR "DEP"
               ADD CENT-IMPUTAR TO PRT-PAGADO-CENT(IDX-PRD)
               GO TO IMPUTAR-APUNTE-FIN.
           ADD 1 TO PRT-OPERACIONES(IDX-PRD).
           ADD CENT-IMPUTAR TO PRT-COSTE-CENT(IDX-PRD).

       IMPUTAR-APUNTE-FIN.
           EXIT.

      * Localiza NIF-ACTUAL en la tabla de titulares; con
      * TITULAR-DISPONIBLE a S lo da de alta si no esta.  Deja
      * TITULAR-DISPONIBLE a N si no se ha podido situar.
       BUSCAR-TITULAR.
           MOVE 0 TO IDX-BUSCA.
       BUSCAR-TITULAR-SIGUIENTE.
           ADD 1 TO IDX-BUSCA.
           IF IDX-BUSCA > TITULARES-USADOS
               GO TO ALTA-TITULAR.
           IF RNT-NIF(IDX-BUSCA) NOT = NIF-ACTUAL
               GO TO BUSCAR-TITULAR-SIGUIENTE.
           MOVE "S" TO TITULAR-DISPONIBLE.
           GO TO BUSCAR-TITULAR-FIN.

       ALTA-TITULAR.
           IF TITULAR-DISPONIBLE = "N"
               GO TO BUSCAR-TITULAR-FIN.
           IF TITULARES-USADOS >= MAX-TITULARES
               DISPLAY "BATCHRNT: tabla de titulares llena"
               MOVE "N" TO TITULAR-DISPONIBLE
               GO TO BUSCAR-TITULAR-FIN.
           ADD 1 TO TITULARES-USADOS.
           MOVE TITULARES-USADOS TO IDX-BUSCA.
           MOVE NIF-ACTUAL TO RNT-NIF(IDX-BUSCA).
           MOVE NOMBRE-ACTUAL TO RNT-NOMBRE(IDX-BUSCA).
           MOVE 0 TO RNT-SUCURSAL(IDX-BUSCA).
           MOVE "C"           TO OFIC-MODO.
           MOVE "C"           TO OFIC-TIPO.
           MOVE CUENTA-ACTUAL TO OFIC-ID.
           CALL "BANKOFI" USING DATOS-OFICINA.
           MOVE OFIC-OFICINA TO RNT-SUCURSAL(IDX-BUSCA).
           MOVE 0 TO RNT-COMISION-CENT(IDX-BUSCA).
           MOVE 0 TO RNT-INT-DESC-CENT(IDX-BUSCA).
           MOVE 0 TO RNT-INTERCAMBIO-CENT(IDX-BUSCA).
           MOVE 0 TO RNT-MARGEN-DIV-CENT(IDX-BUSCA).
           MOVE 0 TO RNT-INT-PAGADO-CENT(IDX-BUSCA).
           MOVE 0 TO RNT-INT-DEP-CENT(IDX-BUSCA).
           MOVE 0 TO RNT-OPS-ATM(IDX-BUSCA).
           MOVE 0 TO RNT-OPS-VEN(IDX-BUSCA).
           MOVE 0 TO RNT-OPS-RED(IDX-BUSCA).
           MOVE 0 TO RNT-OPS-OTR(IDX-BUSCA).
           MOVE 0 TO RNT-COSTE-CENT(IDX-BUSCA).
           MOVE 0 TO RNT-NETO-CENT(IDX-BUSCA).
           MOVE 0 TO RNT-POSICION(IDX-BUSCA).
           MOVE 0 TO RNT-DECIL(IDX-BUSCA).

       BUSCAR-TITULAR-FIN.
           EXIT.

      * Localiza PRODUCTO-ACTUAL en la tabla de productos o lo da de
      * alta; IDX-PRD a cero si la tabla esta llena.
       BUSCAR-PRODUCTO.
           MOVE 0 TO IDX-PRD.
       BUSCAR-PRODUCTO-SIGUIENTE.
           ADD 1 TO IDX-PRD.
           IF IDX-PRD > PRODUCTOS-USADOS
               GO TO ALTA-PRODUCTO.
           IF PRT-CODIGO(IDX-PRD) NOT = PRODUCTO-ACTUAL
               GO TO BUSCAR-PRODUCTO-SIGUIENTE.
           GO TO BUSCAR-PRODUCTO-FIN.

       ALTA-PRODUCTO.
           IF PRODUCTOS-USADOS >= MAX-PRODUCTOS
               DISPLAY "BATCHRNT: tabla de productos llena"
               MOVE 0 TO IDX-PRD
               GO TO BUSCAR-PRODUCTO-FIN.
           ADD 1 TO PRODUCTOS-USADOS.
           MOVE PRODUCTOS-USADOS TO IDX-PRD.
           MOVE PRODUCTO-ACTUAL TO PRT-CODIGO(IDX-PRD).
           MOVE 0 TO PRT-INGRESOS-CENT(IDX-PRD).
           MOVE 0 TO PRT-PAGADO-CENT(IDX-PRD).
           MOVE 0 TO PRT-COSTE-CENT(IDX-PRD).
           MOVE 0 TO PRT-OPERACIONES(IDX-PRD).

       BUSCAR-PRODUCTO-FIN.
           EXIT.

       LEER-PARAMETRO.
           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           MOVE PARAM-BUSCADO TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           IF PAR-VALOR > 0
               MOVE PAR-VALOR TO PARAM-LEIDO.
           CLOSE F-PARAMETROS.

       LEER-PARAMETRO-FIN.
           EXIT.

      * La fecha contable en curso manda sobre el reloj de pared.
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
           MOVE "BATCHRNT"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSM=" FSM " " "FST=" FST " " "FSU=" FSU " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
