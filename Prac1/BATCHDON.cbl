       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHDON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ONGS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ONG-NUM
           FILE STATUS IS FSON.

           SELECT OPTIONAL F-DONATIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DON-NUM
           ALTERNATE RECORD KEY IS DON-ONG WITH DUPLICATES
           FILE STATUS IS FSDO.

           SELECT OPTIONAL F-LIQUIDACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LQO-INTERB-NUM
           FILE STATUS IS FSLQ.

           SELECT OPTIONAL F-INTERBANCARIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTERB-NUM
           FILE STATUS IS FSB.

           SELECT F-REMESAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRM.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Maestro de ONG que pueden recibir donativos (BANK66).
      * ONG-PENDIENTE-CENT arrastra lo que no se pudo liquidar
      * (liquidacion devuelta).
       FD F-ONGS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ongs.ubd".
       01 ONG-REG.
           02 ONG-NUM               PIC  9(4).
           02 ONG-NOMBRE            PIC X(30).
           02 ONG-CIF               PIC  X(9).
           02 ONG-IBAN              PIC X(34).
           02 ONG-ESTADO            PIC  X(1).
           02 ONG-PENDIENTE-CENT    PIC S9(11).
           02 ONG-FECHA-LIQ         PIC  9(8).

      * Donativos hechos en el cajero.  Estado P pendiente de
      * transferir a la ONG, L incluido en una liquidacion semanal
      * (DON-INTERB-NUM es la interbancaria que lo llevo).
       FD F-DONATIVOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "donativos.ubd".
       01 DONATIVO-REG.
           02 DON-NUM               PIC  9(10).
           02 DON-TARJETA           PIC  9(16).
           02 DON-ONG               PIC  9(4).
           02 DON-IMPORTE-CENT      PIC S9(11).
           02 DON-FECHA             PIC  9(8).
           02 DON-MOV-NUM           PIC  9(35).
           02 DON-ESTADO            PIC  X(1).
           02 DON-FECHA-LIQ         PIC  9(8).
           02 DON-INTERB-NUM        PIC  9(35).

      * Pagos de liquidacion enviados a cada ONG.  Estado E
      * enviada, R devuelta o rechazada y reincorporada a lo
      * pendiente de la ONG.
       FD F-LIQUIDACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liquidacionesong.ubd".
       01 LIQUIDACION-REG.
           02 LQO-INTERB-NUM        PIC  9(35).
           02 LQO-ONG               PIC  9(4).
           02 LQO-FECHA             PIC  9(8).
           02 LQO-IMPORTE-CENT      PIC  9(11).
           02 LQO-ESTADO            PIC  X(1).

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

       FD F-REMESAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "remesasongs.txt".
       01 LINEA-REMESA              PIC X(132).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSON                     PIC  X(2).
       77 FSDO                     PIC  X(2).
       77 FSLQ                     PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSRM                     PIC  X(2).
       77 FSFO                     PIC  X(2).

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
       77 FECHA-HOY-INT            PIC  9(9).
       77 DIA-SEMANA               PIC  9(1).
       77 LAST-INTERB-NUM          PIC  9(35).

       77 DONATIVOS-CENT           PIC S9(11).
       77 NETO-CENT                PIC S9(11).
       77 NUM-DONATIVOS            PIC  9(7).
       77 LINEA-CENT               PIC  9(11).

       77 TOTAL-ONGS               PIC  9(9) VALUE 0.
       77 TOTAL-LIQUIDADAS         PIC  9(9) VALUE 0.
       77 TOTAL-DONATIVOS          PIC  9(9) VALUE 0.
       77 TOTAL-DONANTES-CEDIDOS   PIC  9(9) VALUE 0.
       77 TOTAL-REINCORPORADAS     PIC  9(9) VALUE 0.
       77 TOTAL-LIQUIDADO-CENT     PIC  9(13) VALUE 0.

       01 DATOS-CONSENTIMIENTO.
           02 CNSC-OPERACION        PIC  X(1).
           02 CNSC-TARJETA          PIC 9(16).
           02 CNSC-CUENTA           PIC 9(16).
           02 CNSC-NIF              PIC  X(9).
           02 CNSC-FINALIDAD        PIC  X(3).
           02 CNSC-VALOR            PIC  X(1).
           02 CNSC-CANAL            PIC  X(3).
           02 CNSC-TERMINAL         PIC  9(4).
           02 CNSC-VERSION          PIC  9(3).
           02 CNSC-FECHA            PIC  9(8).
           02 CNSC-PERMITIDO        PIC  X(1).
           02 CNSC-RESULTADO        PIC  X(1).
           02 CNSC-NOMBRE           PIC X(30).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Liquidacion semanal a las ONG de los donativos recogidos en
      * el cajero.  Los viernes, por ONG, se suman los donativos aun
      * no liquidados mas lo que quedo pendiente, y el total sale en
      * una sola interbancaria a su IBAN de abono, con el detalle
      * donativo a donativo en la remesa, con el donante identificado
      * si ha consentido ceder sus datos.  Una liquidacion devuelta
      * por la red vuelve a lo pendiente para la semana siguiente.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHDON - Liquidacion de donativos a ONG".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo los viernes; entra todo lo donado hasta hoy.
           COMPUTE FECHA-HOY-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD).
           COMPUTE DIA-SEMANA = FUNCTION MOD(FECHA-HOY-INT, 7).
           IF DIA-SEMANA NOT = 5
               DISPLAY "BATCHDON: no es viernes, sin liquidacion"
               STOP RUN.

           OPEN OUTPUT F-REMESAS.
           IF FSRM <> 00
               DISPLAY "BATCHDON: error abriendo remesasongs.txt, "
                   "FSRM=" FSRM
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-REMESA.
           STRING "UnizarBank - Remesa de donativos a ONG "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

           OPEN I-O F-ONGS.
           IF FSON = 35 OR FSON = 05
               DISPLAY "BATCHDON: sin ONG dadas de alta"
               CLOSE F-ONGS
               GO TO FIN-INFORME.
           IF FSON <> 00
               DISPLAY "BATCHDON: error abriendo ongs, FSON=" FSON
               CLOSE F-REMESAS
               GO TO FIN-ERROR.

           OPEN I-O F-DONATIVOS.
           IF FSDO = 35 OR FSDO = 05
               CLOSE F-DONATIVOS
               OPEN OUTPUT F-DONATIVOS
               CLOSE F-DONATIVOS
               OPEN I-O F-DONATIVOS.
           IF FSDO <> 00
               DISPLAY "BATCHDON: error abriendo donativos, FSDO="
                   FSDO
               CLOSE F-ONGS
               CLOSE F-REMESAS
               GO TO FIN-ERROR.

           OPEN I-O F-LIQUIDACIONES.
           IF FSLQ = 35 OR FSLQ = 05
               CLOSE F-LIQUIDACIONES
               OPEN OUTPUT F-LIQUIDACIONES
               CLOSE F-LIQUIDACIONES
               OPEN I-O F-LIQUIDACIONES.
           IF FSLQ <> 00
               DISPLAY "BATCHDON: error abriendo liquidacionesong, "
                   "FSLQ=" FSLQ
               CLOSE F-DONATIVOS
               CLOSE F-ONGS
               CLOSE F-REMESAS
               GO TO FIN-ERROR.

           PERFORM REVISAR-DEVUELTAS THRU REVISAR-DEVUELTAS-FIN.

       LEER-ONG.
           READ F-ONGS NEXT RECORD AT END
               GO TO FIN-LECTURA.
           ADD 1 TO TOTAL-ONGS.

           PERFORM LIQUIDAR-ONG THRU LIQUIDAR-ONG-FIN.
           GO TO LEER-ONG.

      * Una liquidacion que la red devuelve (BATCHRET) o rechaza en el
      * acuse (BATCHACK) no ha llegado a la ONG: su importe vuelve a
      * lo pendiente y sale con la siguiente liquidacion.
       REVISAR-DEVUELTAS.
           OPEN INPUT F-INTERBANCARIAS.
           IF FSB <> 00
               CLOSE F-INTERBANCARIAS
               GO TO REVISAR-DEVUELTAS-FIN.

       LEER-LIQUIDACION.
           READ F-LIQUIDACIONES NEXT RECORD AT END
               GO TO REVISAR-DEVUELTAS-CIERRE.
           IF LQO-ESTADO NOT = "E"
               GO TO LEER-LIQUIDACION.

           MOVE LQO-INTERB-NUM TO INTERB-NUM.
           READ F-INTERBANCARIAS INVALID KEY
               GO TO LEER-LIQUIDACION.
           IF INTERB-ESTADO NOT = "D" AND NOT = "F"
               GO TO LEER-LIQUIDACION.

           MOVE LQO-ONG TO ONG-NUM.
           READ F-ONGS INVALID KEY
               GO TO LEER-LIQUIDACION.
           ADD LQO-IMPORTE-CENT TO ONG-PENDIENTE-CENT.
           REWRITE ONG-REG INVALID KEY GO TO FIN-ERROR.

           MOVE "R" TO LQO-ESTADO.
           REWRITE LIQUIDACION-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-REINCORPORADAS.

           MOVE SPACES TO LINEA-REMESA.
           MOVE LQO-IMPORTE-CENT TO LINEA-CENT.
           STRING "DEVUELTA liquidacion " LQO-INTERB-NUM
               " ONG " LQO-ONG " del " LQO-FECHA
               " centimos " LINEA-CENT " motivo " INTERB-MOTIVO-DEV
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           GO TO LEER-LIQUIDACION.

       REVISAR-DEVUELTAS-CIERRE.
           CLOSE F-INTERBANCARIAS.

      * Se vuelve al principio del maestro para la pasada por ONG.
           MOVE 0 TO ONG-NUM.
           START F-ONGS KEY IS NOT LESS THAN ONG-NUM
               INVALID KEY CONTINUE.

       REVISAR-DEVUELTAS-FIN.
           EXIT.

      * Primera pasada por los donativos de la ONG para saber el
      * total; si hay algo que abonar, la segunda los marca con la
      * interbancaria que los lleva.
       LIQUIDAR-ONG.
           MOVE 0 TO DONATIVOS-CENT.
           MOVE 0 TO NUM-DONATIVOS.

           MOVE ONG-NUM TO DON-ONG.
           START F-DONATIVOS KEY IS = DON-ONG
               INVALID KEY GO TO CALCULAR-NETO.

       SUMAR-DONATIVO.
           READ F-DONATIVOS NEXT RECORD AT END
               GO TO CALCULAR-NETO.
           IF DON-ONG NOT = ONG-NUM
               GO TO CALCULAR-NETO.
           IF DON-ESTADO NOT = "P"
               GO TO SUMAR-DONATIVO.
           ADD DON-IMPORTE-CENT TO DONATIVOS-CENT.
           ADD 1 TO NUM-DONATIVOS.
           GO TO SUMAR-DONATIVO.

      * El neto incluye lo que quedo pendiente de pasadas anteriores.
       CALCULAR-NETO.
           COMPUTE NETO-CENT = ONG-PENDIENTE-CENT + DONATIVOS-CENT.
           IF NETO-CENT NOT > 0
               GO TO LIQUIDAR-ONG-FIN.

           PERFORM SIGUIENTE-INTERB-NUM THRU SIGUIENTE-INTERB-NUM-FIN.

           MOVE SPACES TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           STRING "ONG " ONG-NUM " " ONG-NOMBRE " CIF " ONG-CIF
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

           IF NUM-DONATIVOS = 0
               GO TO DONATIVOS-MARCADOS.

           MOVE ONG-NUM TO DON-ONG.
           START F-DONATIVOS KEY IS = DON-ONG
               INVALID KEY GO TO DONATIVOS-MARCADOS.

       MARCAR-DONATIVO.
           READ F-DONATIVOS NEXT RECORD AT END
               GO TO DONATIVOS-MARCADOS.
           IF DON-ONG NOT = ONG-NUM
               GO TO DONATIVOS-MARCADOS.
           IF DON-ESTADO NOT = "P"
               GO TO MARCAR-DONATIVO.

           MOVE "L"                TO DON-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO DON-FECHA-LIQ.
           MOVE LAST-INTERB-NUM    TO DON-INTERB-NUM.
           REWRITE DONATIVO-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-DONATIVOS.

           MOVE SPACES TO LINEA-REMESA.
           MOVE DON-IMPORTE-CENT TO LINEA-CENT.
           STRING "  DONATIVO " DON-NUM " del " DON-FECHA
               " movimiento " DON-MOV-NUM " centimos " LINEA-CENT
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

      * La ONG solo recibe los datos del donante que ha consentido
      * la cesion a terceros.
           MOVE "C"         TO CNSC-OPERACION.
           MOVE DON-TARJETA TO CNSC-TARJETA.
           MOVE 0           TO CNSC-CUENTA.
           MOVE SPACES      TO CNSC-NIF.
           MOVE "CES"       TO CNSC-FINALIDAD.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           IF CNSC-PERMITIDO NOT = "S"
               GO TO MARCAR-DONATIVO.

           MOVE SPACES TO LINEA-REMESA.
           STRING "    donante NIF " CNSC-NIF " " CNSC-NOMBRE
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           ADD 1 TO TOTAL-DONANTES-CEDIDOS.
           GO TO MARCAR-DONATIVO.

       DONATIVOS-MARCADOS.
           MOVE SPACES TO LINEA-REMESA.
           MOVE DONATIVOS-CENT TO LINEA-CENT.
           STRING "  Donativos: " NUM-DONATIVOS ", centimos "
               LINEA-CENT
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           MOVE ONG-PENDIENTE-CENT TO LINEA-CENT.
           STRING "  Pendiente anterior a abonar, centimos "
               LINEA-CENT DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

           PERFORM ENVIAR-LIQUIDACION THRU ENVIAR-LIQUIDACION-FIN.

       LIQUIDAR-ONG-FIN.
           EXIT.

       SIGUIENTE-INTERB-NUM.
           OPEN INPUT F-INTERBANCARIAS.
           MOVE 0 TO LAST-INTERB-NUM.
           IF FSB <> 00
               CLOSE F-INTERBANCARIAS
               GO TO INTERB-MAX-LEIDO.

       LEER-INTERB-MAX.
           READ F-INTERBANCARIAS NEXT RECORD AT END
               CLOSE F-INTERBANCARIAS
               GO TO INTERB-MAX-LEIDO.
           IF INTERB-NUM > LAST-INTERB-NUM
               MOVE INTERB-NUM TO LAST-INTERB-NUM.
           GO TO LEER-INTERB-MAX.

       INTERB-MAX-LEIDO.
           ADD 1 TO LAST-INTERB-NUM.

       SIGUIENTE-INTERB-NUM-FIN.
           EXIT.

      * Una sola transferencia por ONG y semana, que sigue el mismo
      * circuito de cribado y envio que el resto de interbancarias.
      * No sale de ninguna tarjeta de cliente (tarjeta a cero).
       ENVIAR-LIQUIDACION.
           OPEN I-O F-INTERBANCARIAS.
           IF FSB = 35
               CLOSE F-INTERBANCARIAS
               OPEN OUTPUT F-INTERBANCARIAS
               CLOSE F-INTERBANCARIAS
               OPEN I-O F-INTERBANCARIAS.
           IF FSB <> 00 AND 05
               GO TO FIN-ERROR.

           MOVE LAST-INTERB-NUM     TO INTERB-NUM.
           MOVE 0                   TO INTERB-TARJETA.
           MOVE ANO                 TO INTERB-ANO.
           MOVE MES                 TO INTERB-MES.
           MOVE DIA                 TO INTERB-DIA.
           MOVE HORAS               TO INTERB-HOR.
           MOVE MINUTOS             TO INTERB-MIN.
           MOVE SEGUNDOS            TO INTERB-SEG.
           MOVE ONG-IBAN            TO INTERB-IBAN-DESTINO.
           MOVE ONG-NOMBRE          TO INTERB-BENEFICIARIO.
           COMPUTE INTERB-IMPORTE-ENT = NETO-CENT / 100.
           MOVE FUNCTION MOD(NETO-CENT, 100) TO INTERB-IMPORTE-DEC.
           MOVE "EUR"               TO INTERB-MONEDA.
           MOVE "P"                 TO INTERB-ESTADO.
           MOVE SPACES              TO INTERB-MOTIVO-DEV.
           MOVE INTERB-IMPORTE-ENT  TO INTERB-EUR-ENT.
           MOVE INTERB-IMPORTE-DEC  TO INTERB-EUR-DEC.
           MOVE 10000               TO INTERB-TASA-APLICADA.

           WRITE INTERBANCARIA-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-INTERBANCARIAS.

           MOVE LAST-INTERB-NUM    TO LQO-INTERB-NUM.
           MOVE ONG-NUM            TO LQO-ONG.
           MOVE FECHA-HOY-AAAAMMDD TO LQO-FECHA.
           MOVE NETO-CENT          TO LQO-IMPORTE-CENT.
           MOVE "E"                TO LQO-ESTADO.
           WRITE LIQUIDACION-REG INVALID KEY GO TO FIN-ERROR.

           MOVE 0                  TO ONG-PENDIENTE-CENT.
           MOVE FECHA-HOY-AAAAMMDD TO ONG-FECHA-LIQ.
           REWRITE ONG-REG INVALID KEY GO TO FIN-ERROR.

           ADD 1 TO TOTAL-LIQUIDADAS.
           ADD NETO-CENT TO TOTAL-LIQUIDADO-CENT.

           MOVE SPACES TO LINEA-REMESA.
           MOVE NETO-CENT TO LINEA-CENT.
           STRING "  LIQUIDADO centimos " LINEA-CENT
               " a IBAN " ONG-IBAN " interbancaria " LAST-INTERB-NUM
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

       ENVIAR-LIQUIDACION-FIN.
           EXIT.

       FIN-LECTURA.
           CLOSE F-LIQUIDACIONES.
           CLOSE F-DONATIVOS.
           CLOSE F-ONGS.

       FIN-INFORME.
           MOVE SPACES TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           STRING "ONG: " TOTAL-ONGS " liquidadas: "
               TOTAL-LIQUIDADAS " donativos: " TOTAL-DONATIVOS
               " centimos liquidados: " TOTAL-LIQUIDADO-CENT
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           CLOSE F-REMESAS.

           DISPLAY "BATCHDON: ONG leidas            : "
               TOTAL-ONGS.
           DISPLAY "BATCHDON: liquidaciones enviadas: "
               TOTAL-LIQUIDADAS.
           DISPLAY "BATCHDON: donativos liquidados  : "
               TOTAL-DONATIVOS.
           DISPLAY "BATCHDON: donantes identificados: "
               TOTAL-DONANTES-CEDIDOS.
           DISPLAY "BATCHDON: devueltas reincorpor. : "
               TOTAL-REINCORPORADAS.
           STOP RUN.

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
           MOVE "BATCHDON"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSON=" FSON " " "FSDO=" FSDO " " "FSLQ=" FSLQ
               " " "FSB=" FSB
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
