       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCAJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CONTRATOSCAJA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCJ-CLAVE
           FILE STATUS IS FSCC.

           SELECT OPTIONAL F-CAJAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-CLAVE
           FILE STATUS IS FSCJ.

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

           SELECT OPTIONAL INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSIB.

           SELECT OPTIONAL F-TARIFASCOM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COM-CLAVE
           FILE STATUS IS FSCO.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.


       DATA DIVISION.
       FILE SECTION.
      * Contrato de alquiler de cada caja (ver BANK79).
       FD F-CONTRATOSCAJA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contratoscaja.ubd".
       01 CONTRATOCAJA-REG.
           02 CCJ-CLAVE.
               03 CCJ-OFICINA       PIC  9(4).
               03 CCJ-NUMERO        PIC  9(4).
           02 CCJ-CUENTA            PIC 9(16).
           02 CCJ-FECHA-ALTA        PIC  9(8).
           02 CCJ-FECHA-BAJA        PIC  9(8).
           02 CCJ-LLAVES            PIC  9(1).
           02 CCJ-AUTORIZADOS.
               03 CCJ-AUTORIZADO OCCURS 3 TIMES.
                   04 CCJ-AUT-NIF   PIC  X(9).
                   04 CCJ-AUT-NOMBRE PIC X(30).
           02 CCJ-CUOTA-ANO         PIC  9(4).
           02 CCJ-CUOTA-CENT        PIC  9(7).
           02 CCJ-CUOTA-MOV         PIC 9(35).
           02 CCJ-CUOTA-ESTADO      PIC  X(1).
           02 CCJ-CUOTA-MOTIVO      PIC X(25).
           02 CCJ-ESTADO            PIC  X(1).

       FD F-CAJAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajasseguridad.ubd".
       01 CAJA-REG.
           02 CAJ-CLAVE.
               03 CAJ-OFICINA       PIC  9(4).
               03 CAJ-NUMERO        PIC  9(4).
           02 CAJ-TAMANO            PIC  X(1).
           02 CAJ-ESTADO            PIC  X(1).

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

       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM        PIC 9(16).
           02 IINTENTOS   PIC  9(1).
           02 I-REPORTADO PIC  X(1).

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
           02 MOV-ESTADO            PIC   X(1).
           02 MOV-MONEDA            PIC   X(3).
           02 MOV-TERMINAL          PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informecajas.txt".
       01 LINEA-INFORME             PIC X(132).


       WORKING-STORAGE SECTION.
       77 FSCC                     PIC  X(2).
       77 FSCJ                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSIB                     PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSIF                     PIC  X(2).

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

       77 FECHA-HOY-AAAAMM          PIC  9(6).
       77 HOY-MMDD                  PIC  9(4).

      * Dia del ano (MMDD) a partir del cual se cobra la cuota del
      * ano en curso.  Una cuota fallida se reintenta en cada
      * ejecucion hasta cobrarla.
       78 CAJCUOTA-DEFECTO         VALUE 115.
       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).
       77 DIA-COBRO-MMDD           PIC  9(4).
       77 COBRO-ACTIVO             PIC  X(1).
       77 ANO-CUOTA                PIC  9(4).

       77 CUOTA-CENT               PIC  9(7).
       77 SOBREGIRO-CENT           PIC S9(11).
       77 TARJETA-CARGO            PIC 9(16).
       77 TARJETAS-OPERATIVAS      PIC  9(2).
       77 MOTIVO-FALLO             PIC X(25).
       77 SITUACION-CAJA           PIC X(16).

       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-USER-MOV-NUM        PIC  9(35).
       77 CENT-SALDO-USER          PIC S9(11).

       01 TOTALES-CAJAS.
           02 TOT-CONTRATOS         PIC  9(7).
           02 TOT-COBRADAS          PIC  9(7).
           02 TOT-YA-COBRADAS       PIC  9(7).
           02 TOT-FALLIDAS          PIC  9(7).
           02 TOT-CERRADAS          PIC  9(7).
           02 TOT-COBRADO-CENT      PIC 9(11).

       77 IMPORTE-CALCULO          PIC 9(11)V99.
       77 IMPORTE-EDIT             PIC Z(6)9.99.
       77 CONTADOR-EDIT            PIC ZZZZZZ9.
       77 TOTAL-EDIT               PIC Z(10)9.99.

       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC 9(16).

      * Cuota anual de las cajas de seguridad.  A partir del dia de
      * cobro (parametro CAJCUOTA, MMDD) carga a la cuenta de cada
      * contrato vigente la tarifa de su tamano (CJP, CJM, CJG en
      * tarifascom.ubd, tramo 1, importe fijo) en la primera
      * tarjeta operativa de la cuenta con saldo suficiente.  Si no
      * se puede cobrar deja el contrato marcado para seguimiento y
      * lo reintenta en las ejecuciones siguientes.  informecajas.txt
      * recoge cobros, fallos y las cajas cuya cuenta esta cerrada
      * (BANK38), que no se cobran.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHCAJ - Cuota anual de cajas de seguridad".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMM = (ANO * 100) + MES.
           COMPUTE HOY-MMDD = (MES * 100) + DIA.

           MOVE "CAJCUOTA" TO PARAM-BUSCADO.
           MOVE CAJCUOTA-DEFECTO TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO DIA-COBRO-MMDD.

           MOVE "N" TO COBRO-ACTIVO.
           IF HOY-MMDD >= DIA-COBRO-MMDD
               MOVE "S" TO COBRO-ACTIVO.
           INITIALIZE TOTALES-CAJAS.

           PERFORM ASEGURAR-CONTADOR-MOV
               THRU ASEGURAR-CONTADOR-MOV-FIN.

           OPEN I-O F-CONTRATOSCAJA.
           IF FSCC = 35
               CLOSE F-CONTRATOSCAJA
               OPEN OUTPUT F-CONTRATOSCAJA
               CLOSE F-CONTRATOSCAJA
               OPEN I-O F-CONTRATOSCAJA.
           IF FSCC <> 00
               DISPLAY "BATCHCAJ: error abriendo contratoscaja, FSCC="
                   FSCC
               GO TO FIN-ERROR.

           OPEN INPUT F-CAJAS.
           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               DISPLAY "BATCHCAJ: error abriendo cuentas, FSU=" FSU
               GO TO FIN-ERROR.
           OPEN INPUT TARJETAS.
           OPEN INPUT F-TARIFASCOM.

           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHCAJ: error abriendo informecajas.txt, "
                   "FSIF=" FSIF
               GO TO FIN-ERROR.
           PERFORM CABECERA-INFORME THRU CABECERA-INFORME-FIN.

       LEER-CONTRATO.
           READ F-CONTRATOSCAJA NEXT RECORD AT END
               GO TO FIN-LECTURA.
           IF CCJ-ESTADO NOT = "A"
               GO TO LEER-CONTRATO.
           ADD 1 TO TOT-CONTRATOS.

           PERFORM PROCESAR-CONTRATO THRU PROCESAR-CONTRATO-FIN.
           GO TO LEER-CONTRATO.

       PROCESAR-CONTRATO.
           MOVE 0 TO CUOTA-CENT.
           MOVE SPACES TO MOTIVO-FALLO.

      * La cuenta cerrada en BANK38 no se cobra: la caja se lista
      * para que la oficina localice al titular y recupere llaves.
           MOVE CCJ-CUENTA TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               MOVE "X" TO CTA-ESTADO
               MOVE 0   TO CTA-SOBREG-ENT
               MOVE 0   TO CTA-SOBREG-DEC.
           IF CTA-ESTADO = "X"
               ADD 1 TO TOT-CERRADAS
               MOVE "CUENTA CERRADA" TO SITUACION-CAJA
               IF CCJ-CUOTA-ESTADO = "F"
                   MOVE CCJ-CUOTA-MOTIVO TO MOTIVO-FALLO
               END-IF
               PERFORM ESCRIBIR-LINEA-CAJA
                   THRU ESCRIBIR-LINEA-CAJA-FIN
               GO TO PROCESAR-CONTRATO-FIN.

           IF CCJ-CUOTA-ANO >= ANO
               ADD 1 TO TOT-YA-COBRADAS
               GO TO PROCESAR-CONTRATO-FIN.

      * Se cobra el ano siguiente al ultimo pagado, uno por
      * ejecucion: una cuota atrasada no se pierde al cambiar de ano.
      * La del ano en curso espera al dia de cobro.
           MOVE ANO TO ANO-CUOTA.
           IF CCJ-CUOTA-ANO > 0
               COMPUTE ANO-CUOTA = CCJ-CUOTA-ANO + 1.
           IF ANO-CUOTA = ANO AND COBRO-ACTIVO = "N"
               GO TO PROCESAR-CONTRATO-FIN.

           PERFORM CALCULAR-CUOTA THRU CALCULAR-CUOTA-FIN.
           IF MOTIVO-FALLO NOT = SPACES
               GO TO MARCAR-FALLIDA.

           COMPUTE SOBREGIRO-CENT = (CTA-SOBREG-ENT * 100)
                                   + CTA-SOBREG-DEC.
           MOVE 0 TO TARJETA-CARGO.
           IF CUOTA-CENT > 0
               PERFORM BUSCAR-TARJETA-CARGO
                   THRU BUSCAR-TARJETA-CARGO-FIN
               IF MOTIVO-FALLO NOT = SPACES
                   GO TO MARCAR-FALLIDA
               END-IF
               PERFORM ESCRIBIR-CARGO-CUOTA
                   THRU ESCRIBIR-CARGO-CUOTA-FIN
               IF MOTIVO-FALLO NOT = SPACES
                   GO TO MARCAR-FALLIDA
               END-IF
           END-IF.

           MOVE ANO-CUOTA  TO CCJ-CUOTA-ANO.
           MOVE CUOTA-CENT TO CCJ-CUOTA-CENT.
           MOVE 0          TO CCJ-CUOTA-MOV.
           IF CUOTA-CENT > 0
               MOVE LAST-MOV-NUM TO CCJ-CUOTA-MOV.
           MOVE " "        TO CCJ-CUOTA-ESTADO.
           MOVE SPACES     TO CCJ-CUOTA-MOTIVO.
           REWRITE CONTRATOCAJA-REG INVALID KEY GO TO FIN-ERROR.

           ADD 1 TO TOT-COBRADAS.
           ADD CUOTA-CENT TO TOT-COBRADO-CENT.
           MOVE "COBRADA" TO SITUACION-CAJA.
           PERFORM ESCRIBIR-LINEA-CAJA THRU ESCRIBIR-LINEA-CAJA-FIN.
           GO TO PROCESAR-CONTRATO-FIN.

       MARCAR-FALLIDA.
           MOVE CUOTA-CENT   TO CCJ-CUOTA-CENT.
           MOVE 0            TO CCJ-CUOTA-MOV.
           MOVE "F"          TO CCJ-CUOTA-ESTADO.
           MOVE MOTIVO-FALLO TO CCJ-CUOTA-MOTIVO.
           REWRITE CONTRATOCAJA-REG INVALID KEY GO TO FIN-ERROR.

           ADD 1 TO TOT-FALLIDAS.
           MOVE "FALLIDA" TO SITUACION-CAJA.
           PERFORM ESCRIBIR-LINEA-CAJA THRU ESCRIBIR-LINEA-CAJA-FIN.

       PROCESAR-CONTRATO-FIN.
           EXIT.

      * Tarifa del tamano de la caja.  Una tarifa a cero es una caja
      * sin cuota; sin tarifa el cobro queda pendiente.
       CALCULAR-CUOTA.
           MOVE CCJ-OFICINA TO CAJ-OFICINA.
           MOVE CCJ-NUMERO  TO CAJ-NUMERO.
           READ F-CAJAS INVALID KEY
               MOVE "CAJA FUERA DE INVENTARIO" TO MOTIVO-FALLO
               GO TO CALCULAR-CUOTA-FIN.

           MOVE "CJM" TO COM-OPER.
           IF CAJ-TAMANO = "P"
               MOVE "CJP" TO COM-OPER.
           IF CAJ-TAMANO = "G"
               MOVE "CJG" TO COM-OPER.
           MOVE 1 TO COM-TRAMO.
           READ F-TARIFASCOM INVALID KEY
               MOVE "SIN TARIFA " TO MOTIVO-FALLO
               MOVE COM-OPER TO MOTIVO-FALLO(12:3)
               GO TO CALCULAR-CUOTA-FIN.
           MOVE COM-FIJO-CENT TO CUOTA-CENT.

       CALCULAR-CUOTA-FIN.
           EXIT.

      * La cuota va a la cuenta, no a una tarjeta guardada en el
      * contrato: se usa la primera tarjeta de debito vigente y no
      * bloqueada cuyo saldo mas el descubierto de la cuenta la
      * cubra.  Las tarjetas de credito no sirven: su cargo iria a la
      * linea de credito y no al saldo de la cuenta.
       BUSCAR-TARJETA-CARGO.
           MOVE 0 TO TARJETAS-OPERATIVAS.
           MOVE CCJ-CUENTA TO CTA-ID-C.
           START TARJETAS KEY IS = CTA-ID-C
               INVALID KEY GO TO TARJETA-CARGO-NO-HALLADA.

       LEER-TARJETA-CUENTA.
           READ TARJETAS NEXT RECORD AT END
               GO TO TARJETA-CARGO-NO-HALLADA.
           IF CTA-ID-C NOT = CCJ-CUENTA
               GO TO TARJETA-CARGO-NO-HALLADA.
           IF TCAD-C < FECHA-HOY-AAAAMM
               GO TO LEER-TARJETA-CUENTA.

           OPEN INPUT INTENTOS.
           IF FSIB = 00
               MOVE TNUM-C TO INUM
               READ INTENTOS INVALID KEY
                   MOVE 1 TO IINTENTOS
                   MOVE " " TO I-REPORTADO
               END-READ
               IF IINTENTOS = 0 OR I-REPORTADO = "S"
                  OR I-REPORTADO = "K" OR I-REPORTADO = "C"
                  OR I-REPORTADO = "F"
                   CLOSE INTENTOS
                   GO TO LEER-TARJETA-CUENTA
               END-IF
           END-IF.
           CLOSE INTENTOS.

           MOVE TNUM-C TO CRE-TARJETA.
           MOVE "C"    TO CRE-OPERACION.
           MOVE 0      TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           IF CRE-RESULTADO = "O"
               GO TO LEER-TARJETA-CUENTA.

           ADD 1 TO TARJETAS-OPERATIVAS.
           PERFORM CONSULTA-SALDO-TARJETA
               THRU CONSULTA-SALDO-TARJETA-FIN.
           IF CUOTA-CENT > CENT-SALDO-USER + SOBREGIRO-CENT
               GO TO LEER-TARJETA-CUENTA.
           MOVE TNUM-C TO TARJETA-CARGO.
           GO TO BUSCAR-TARJETA-CARGO-FIN.

       TARJETA-CARGO-NO-HALLADA.
           IF TARJETAS-OPERATIVAS = 0
               MOVE "SIN TARJETA OPERATIVA" TO MOTIVO-FALLO
           ELSE
               MOVE "SALDO INSUFICIENTE" TO MOTIVO-FALLO.

       BUSCAR-TARJETA-CARGO-FIN.
           EXIT.

       ESCRIBIR-CARGO-CUOTA.
           SUBTRACT CUOTA-CENT FROM CENT-SALDO-USER.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               DISPLAY "BATCHCAJ: error abriendo movimientos, "
                   "se omite la caja " CCJ-OFICINA "/" CCJ-NUMERO
               MOVE "ERROR MOVIMIENTOS" TO MOTIVO-FALLO
               GO TO ESCRIBIR-CARGO-CUOTA-FIN.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           MOVE LAST-MOV-NUM  TO MOV-NUM.
           MOVE TARJETA-CARGO TO MOV-TARJETA.
           MOVE ANO           TO MOV-ANO.
           MOVE MES           TO MOV-MES.
           MOVE DIA           TO MOV-DIA.
           MOVE HORAS         TO MOV-HOR.
           MOVE MINUTOS       TO MOV-MIN.
           MOVE SEGUNDOS      TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = 0 - (CUOTA-CENT / 100).
           MOVE FUNCTION MOD(CUOTA-CENT, 100) TO MOV-IMPORTE-DEC.

           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Cuota caja seguridad " ANO-CUOTA
               DELIMITED BY SIZE INTO MOV-CONCEPTO.

           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION MOD(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           MOVE " "           TO MOV-ESTADO.
           MOVE "EUR"         TO MOV-MONEDA.
           MOVE 0             TO MOV-TERMINAL.
           MOVE "CAJ"         TO MOV-CANAL.
           MOVE "COM"         TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "BATCHCAJ: error escribiendo movimiento, "
                   "se omite la caja " CCJ-OFICINA "/" CCJ-NUMERO
               MOVE "ERROR MOVIMIENTOS" TO MOTIVO-FALLO
               CLOSE F-MOVIMIENTOS
               GO TO ESCRIBIR-CARGO-CUOTA-FIN.

           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

       ESCRIBIR-CARGO-CUOTA-FIN.
           EXIT.

       FIN-LECTURA.
           CLOSE F-CONTRATOSCAJA.
           CLOSE F-CAJAS.
           CLOSE CUENTAS.
           CLOSE TARJETAS.
           CLOSE F-TARIFASCOM.

           PERFORM PIE-INFORME THRU PIE-INFORME-FIN.
           CLOSE F-INFORME.

           DISPLAY "BATCHCAJ: contratos vigentes    : " TOT-CONTRATOS.
           DISPLAY "BATCHCAJ: cuotas cobradas       : " TOT-COBRADAS.
           DISPLAY "BATCHCAJ: ya cobradas este ano  : "
               TOT-YA-COBRADAS.
           DISPLAY "BATCHCAJ: cuotas fallidas       : " TOT-FALLIDAS.
           DISPLAY "BATCHCAJ: cuentas cerradas      : " TOT-CERRADAS.
           IF COBRO-ACTIVO = "N"
               DISPLAY "BATCHCAJ: antes del dia de cobro, solo se "
                   "cobran cuotas atrasadas".
           STOP RUN.

       CABECERA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Cajas de seguridad, cuota anual "
               ANO "  (" DIA "-" MES "-" ANO ")"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Ofic Caja Cuenta           Situacion       "
               "    Cuota  Motivo"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.

       CABECERA-INFORME-FIN.
           EXIT.

       ESCRIBIR-LINEA-CAJA.
           COMPUTE IMPORTE-CALCULO = CUOTA-CENT / 100.
           MOVE IMPORTE-CALCULO TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING CCJ-OFICINA " " CCJ-NUMERO " " CCJ-CUENTA " "
               SITUACION-CAJA " " IMPORTE-EDIT "  " MOTIVO-FALLO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       ESCRIBIR-LINEA-CAJA-FIN.
           EXIT.

       PIE-INFORME.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE TOT-COBRADAS TO CONTADOR-EDIT.
           COMPUTE IMPORTE-CALCULO = TOT-COBRADO-CENT / 100.
           MOVE IMPORTE-CALCULO TO TOTAL-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Cuotas cobradas      : " CONTADOR-EDIT
               "   importe: " TOTAL-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE TOT-FALLIDAS TO CONTADOR-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Cuotas fallidas      : " CONTADOR-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE TOT-CERRADAS TO CONTADOR-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Con la cuenta cerrada: " CONTADOR-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF COBRO-ACTIVO = "N"
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE SPACES TO LINEA-INFORME
               STRING "Cobro de la cuota a partir del "
                   DIA-COBRO-MMDD(3:2) "-" DIA-COBRO-MMDD(1:2)
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

       PIE-INFORME-FIN.
           EXIT.

      * Saldo tras el ultimo movimiento de la tarjeta.
       CONSULTA-SALDO-TARJETA.
           MOVE 0 TO CENT-SALDO-USER.
           MOVE 0 TO LAST-USER-MOV-NUM.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO CONSULTA-SALDO-TARJETA-FIN.

           MOVE TNUM-C TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO SALDO-TARJETA-ENCONTRADO.

       LECTURA-SALDO-TARJETA.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SALDO-TARJETA-ENCONTRADO.
           IF MOV-TARJETA NOT = TNUM-C
               GO TO SALDO-TARJETA-ENCONTRADO.
           IF MOV-NUM > LAST-USER-MOV-NUM
               MOVE MOV-NUM TO LAST-USER-MOV-NUM.
           GO TO LECTURA-SALDO-TARJETA.

       SALDO-TARJETA-ENCONTRADO.
           IF LAST-USER-MOV-NUM NOT = 0
               MOVE LAST-USER-MOV-NUM TO MOV-NUM
               READ F-MOVIMIENTOS INVALID KEY GO TO FIN-ERROR
               END-READ
               COMPUTE CENT-SALDO-USER = (MOV-SALDOPOS-ENT * 100)
                                        + MOV-SALDOPOS-DEC
           END-IF.
           CLOSE F-MOVIMIENTOS.

       CONSULTA-SALDO-TARJETA-FIN.
           EXIT.

       ASEGURAR-CONTADOR-MOV.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO FIN-ERROR.

           MOVE "MOV" TO CONT-ID.
           READ CONTADORES INVALID KEY
               PERFORM SEMBRAR-CONTADOR-MOV
                   THRU SEMBRAR-CONTADOR-MOV-FIN.
           CLOSE CONTADORES.

       ASEGURAR-CONTADOR-MOV-FIN.
           EXIT.

       SEMBRAR-CONTADOR-MOV.
           MOVE 0 TO CONT-VALOR.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO FIN-ERROR.

       SEMBRAR-LEER-MOV.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SEMBRAR-MOV-LEIDO.
           IF MOV-NUM > CONT-VALOR
               MOVE MOV-NUM TO CONT-VALOR.
           GO TO SEMBRAR-LEER-MOV.

       SEMBRAR-MOV-LEIDO.
           CLOSE F-MOVIMIENTOS.

           MOVE "MOV" TO CONT-ID.
           WRITE CONTADOR-REG INVALID KEY GO TO FIN-ERROR.

       SEMBRAR-CONTADOR-MOV-FIN.
           EXIT.

       SIGUIENTE-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO FIN-ERROR.

           MOVE "MOV" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE 0 TO CONT-VALOR.

           ADD 1 TO CONT-VALOR.
           MOVE CONT-VALOR TO LAST-MOV-NUM.
           REWRITE CONTADOR-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE CONTADORES.

       SIGUIENTE-MOV-NUM-FIN.
           EXIT.

      * Mantiene el maestro de saldos en la misma unidad de trabajo
      * que la escritura del movimiento.
       ACTUALIZAR-SALDO-MAESTRO.
           OPEN I-O F-SALDOS.
           IF FSSA = 35
               CLOSE F-SALDOS
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS.
           IF FSSA <> 00
               GO TO ACTUALIZAR-SALDO-MAESTRO-FIN.

           MOVE MOV-TARJETA TO SAL-TARJETA.
           COMPUTE SAL-CENT = (MOV-SALDOPOS-ENT * 100)
                             + MOV-SALDOPOS-DEC.
           REWRITE SALDO-REG INVALID KEY
               WRITE SALDO-REG INVALID KEY CONTINUE.
           CLOSE F-SALDOS.

       ACTUALIZAR-SALDO-MAESTRO-FIN.
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
           MOVE "BATCHCAJ"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSCC=" FSCC " FSU=" FSU " FSM=" FSM
               " FSK=" FSK
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
