       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHLQA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ACREEDORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CODIGO
           FILE STATUS IS FSAC.

           SELECT OPTIONAL F-RECIBOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECIBO-NUM
           ALTERNATE RECORD KEY IS RECIBO-TARJETA WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT OPTIONAL F-RECLIQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RLQ-RECIBO
           FILE STATUS IS FSRL.

           SELECT OPTIONAL F-LIQUIDACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIQ-INTERB-NUM
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
      * Maestro de acreedores de recibos.  Recibos y mandatos guardan
      * el codigo del acreedor en su campo de emisor.  La comision se
      * cobra por recibo atendido: fijo mas puntos basicos del
      * importe.  ACR-PENDIENTE-CENT arrastra lo que no se pudo
      * liquidar (neto negativo o liquidacion devuelta).  Estado A
      * activo, B de baja (no admite recibos ni mandatos nuevos).
       FD F-ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
       01 ACREEDOR-REG.
           02 ACR-CODIGO            PIC  X(8).
           02 ACR-NOMBRE            PIC X(30).
           02 ACR-ID-SEPA           PIC X(35).
           02 ACR-IBAN              PIC X(34).
           02 ACR-COM-FIJO-CENT     PIC  9(5).
           02 ACR-COM-BP            PIC  9(4).
           02 ACR-ESTADO            PIC  X(1).
           02 ACR-PENDIENTE-CENT    PIC S9(11).
           02 ACR-FECHA-LIQ         PIC  9(8).

       FD F-RECIBOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recibos.ubd".
       01 RECIBO-REG.
           02 RECIBO-NUM            PIC  9(10).
           02 RECIBO-TARJETA        PIC  9(16).
           02 RECIBO-EMISOR         PIC  X(20).
           02 RECIBO-REFERENCIA     PIC  X(20).
           02 RECIBO-IMPORTE-ENT    PIC   9(7).
           02 RECIBO-IMPORTE-DEC    PIC   9(2).
           02 RECIBO-ESTADO         PIC   X(1).
           02 RECIBO-VTO            PIC   9(8).

      * Recibos ya liquidados al acreedor.  Estado C cobro incluido en
      * una liquidacion, D devolucion posterior ya descontada.
       FD F-RECLIQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recibosliquidados.ubd".
       01 RECLIQ-REG.
           02 RLQ-RECIBO            PIC  9(10).
           02 RLQ-ACREEDOR          PIC  X(8).
           02 RLQ-ESTADO            PIC  X(1).
           02 RLQ-IMPORTE-CENT      PIC  9(9).
           02 RLQ-COMISION-CENT     PIC  9(9).
           02 RLQ-FECHA-COBRO       PIC  9(8).
           02 RLQ-FECHA-DEV         PIC  9(8).

      * Pagos de liquidacion enviados a cada acreedor.  Estado E
      * enviada, R devuelta o rechazada y reincorporada a lo
      * pendiente del acreedor.
       FD F-LIQUIDACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liquidacionesacr.ubd".
       01 LIQUIDACION-REG.
           02 LIQ-INTERB-NUM        PIC  9(35).
           02 LIQ-ACREEDOR          PIC  X(8).
           02 LIQ-FECHA             PIC  9(8).
           02 LIQ-IMPORTE-CENT      PIC  9(11).
           02 LIQ-ESTADO            PIC  X(1).

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
           VALUE OF FILE-ID IS "remesasacreedores.txt".
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
       77 FSAC                     PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSRL                     PIC  X(2).
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
       77 LAST-INTERB-NUM          PIC  9(35).
       77 CABECERA-ESCRITA         PIC  9(1).

       77 IMPORTE-RECIBO-CENT      PIC  9(9).
       77 COMISION-RECIBO-CENT     PIC  9(9).
       77 COBROS-CENT              PIC S9(11).
       77 DEVOLUCIONES-CENT        PIC S9(11).
       77 COMISIONES-CENT          PIC S9(11).
       77 NETO-CENT                PIC S9(11).
       77 NUM-COBROS               PIC  9(7).
       77 NUM-DEVOLUCIONES         PIC  9(7).
       77 LINEA-CENT               PIC  9(11).

       77 TOTAL-ACREEDORES         PIC  9(9) VALUE 0.
       77 TOTAL-LIQUIDADOS         PIC  9(9) VALUE 0.
       77 TOTAL-APLAZADOS          PIC  9(9) VALUE 0.
       77 TOTAL-REINCORPORADAS     PIC  9(9) VALUE 0.
       77 TOTAL-LIQUIDADO-CENT     PIC  9(13) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Liquidacion diaria a los acreedores de lo cobrado por sus
      * recibos (ventanilla, domiciliaciones y presentaciones de la
      * red).  Por acreedor se suman los recibos atendidos aun no
      * liquidados, se restan las devoluciones de recibos ya
      * liquidados y la comision pactada, y el neto sale en una sola
      * interbancaria a su IBAN de liquidacion, con el detalle recibo
      * a recibo en la remesa.  Un neto negativo o una liquidacion
      * devuelta por la red quedan pendientes para la siguiente.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHLQA - Liquidacion a acreedores de recibos".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           OPEN OUTPUT F-REMESAS.
           IF FSRM <> 00
               DISPLAY "BATCHLQA: error abriendo remesasacreedores"
                   ".txt, FSRM=" FSRM
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-REMESA.
           STRING "UnizarBank - Remesa de liquidacion a acreedores "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

           OPEN I-O F-ACREEDORES.
           IF FSAC = 35 OR FSAC = 05
               DISPLAY "BATCHLQA: sin acreedores dados de alta"
               CLOSE F-ACREEDORES
               GO TO FIN-INFORME.
           IF FSAC <> 00
               DISPLAY "BATCHLQA: error abriendo acreedores, FSAC="
                   FSAC
               CLOSE F-REMESAS
               GO TO FIN-ERROR.

           OPEN I-O F-RECLIQ.
           IF FSRL = 35 OR FSRL = 05
               CLOSE F-RECLIQ
               OPEN OUTPUT F-RECLIQ
               CLOSE F-RECLIQ
               OPEN I-O F-RECLIQ.
           IF FSRL <> 00
               DISPLAY "BATCHLQA: error abriendo recibosliquidados, "
                   "FSRL=" FSRL
               CLOSE F-ACREEDORES
               CLOSE F-REMESAS
               GO TO FIN-ERROR.

           OPEN I-O F-LIQUIDACIONES.
           IF FSLQ = 35 OR FSLQ = 05
               CLOSE F-LIQUIDACIONES
               OPEN OUTPUT F-LIQUIDACIONES
               CLOSE F-LIQUIDACIONES
               OPEN I-O F-LIQUIDACIONES.
           IF FSLQ <> 00
               DISPLAY "BATCHLQA: error abriendo liquidacionesacr, "
                   "FSLQ=" FSLQ
               CLOSE F-RECLIQ
               CLOSE F-ACREEDORES
               CLOSE F-REMESAS
               GO TO FIN-ERROR.

           PERFORM REVISAR-DEVUELTAS THRU REVISAR-DEVUELTAS-FIN.

       LEER-ACREEDOR.
           READ F-ACREEDORES NEXT RECORD AT END
               GO TO FIN-LECTURA.
           ADD 1 TO TOTAL-ACREEDORES.

           PERFORM LIQUIDAR-ACREEDOR THRU LIQUIDAR-ACREEDOR-FIN.
           GO TO LEER-ACREEDOR.

      * Una liquidacion que la red devuelve (BATCHRET) o rechaza en el
      * acuse (BATCHACK) no ha llegado al acreedor: su importe vuelve
      * a lo pendiente y sale con la siguiente liquidacion.
       REVISAR-DEVUELTAS.
           OPEN INPUT F-INTERBANCARIAS.
           IF FSB <> 00
               CLOSE F-INTERBANCARIAS
               GO TO REVISAR-DEVUELTAS-FIN.

       LEER-LIQUIDACION.
           READ F-LIQUIDACIONES NEXT RECORD AT END
               GO TO REVISAR-DEVUELTAS-CIERRE.
           IF LIQ-ESTADO NOT = "E"
               GO TO LEER-LIQUIDACION.

           MOVE LIQ-INTERB-NUM TO INTERB-NUM.
           READ F-INTERBANCARIAS INVALID KEY
               GO TO LEER-LIQUIDACION.
           IF INTERB-ESTADO NOT = "D" AND NOT = "F"
               GO TO LEER-LIQUIDACION.

           MOVE LIQ-ACREEDOR TO ACR-CODIGO.
           READ F-ACREEDORES INVALID KEY
               GO TO LEER-LIQUIDACION.
           ADD LIQ-IMPORTE-CENT TO ACR-PENDIENTE-CENT.
           REWRITE ACREEDOR-REG INVALID KEY GO TO FIN-ERROR.

           MOVE "R" TO LIQ-ESTADO.
           REWRITE LIQUIDACION-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-REINCORPORADAS.

           MOVE SPACES TO LINEA-REMESA.
           MOVE LIQ-IMPORTE-CENT TO LINEA-CENT.
           STRING "DEVUELTA liquidacion " LIQ-INTERB-NUM
               " acreedor " LIQ-ACREEDOR " del " LIQ-FECHA
               " centimos " LINEA-CENT " motivo " INTERB-MOTIVO-DEV
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           GO TO LEER-LIQUIDACION.

       REVISAR-DEVUELTAS-CIERRE.
           CLOSE F-INTERBANCARIAS.

      * Se vuelve al principio del maestro para la pasada por
      * acreedor.
           MOVE LOW-VALUES TO ACR-CODIGO.
           START F-ACREEDORES KEY IS NOT LESS THAN ACR-CODIGO
               INVALID KEY CONTINUE.

       REVISAR-DEVUELTAS-FIN.
           EXIT.

       LIQUIDAR-ACREEDOR.
           MOVE 0 TO COBROS-CENT.
           MOVE 0 TO DEVOLUCIONES-CENT.
           MOVE 0 TO COMISIONES-CENT.
           MOVE 0 TO NUM-COBROS.
           MOVE 0 TO NUM-DEVOLUCIONES.
           MOVE 0 TO CABECERA-ESCRITA.

           OPEN INPUT F-RECIBOS.
           IF FSR <> 00
               CLOSE F-RECIBOS
               GO TO CALCULAR-NETO.

       LEER-RECIBO-ACREEDOR.
           READ F-RECIBOS NEXT RECORD AT END
               GO TO RECIBOS-ACREEDOR-LEIDOS.
           IF RECIBO-EMISOR(1:8) NOT = ACR-CODIGO
              OR RECIBO-EMISOR(9:12) NOT = SPACES
               GO TO LEER-RECIBO-ACREEDOR.

           IF RECIBO-ESTADO = "P"
               PERFORM SUMAR-COBRO THRU SUMAR-COBRO-FIN.
           IF RECIBO-ESTADO = "R"
               PERFORM RESTAR-DEVOLUCION THRU RESTAR-DEVOLUCION-FIN.
           GO TO LEER-RECIBO-ACREEDOR.

       RECIBOS-ACREEDOR-LEIDOS.
           CLOSE F-RECIBOS.

      * El neto incluye lo que quedo pendiente de pasadas anteriores.
       CALCULAR-NETO.
           COMPUTE NETO-CENT = ACR-PENDIENTE-CENT + COBROS-CENT
               - DEVOLUCIONES-CENT - COMISIONES-CENT.

           IF CABECERA-ESCRITA = 0 AND ACR-PENDIENTE-CENT = 0
               GO TO LIQUIDAR-ACREEDOR-FIN.
           PERFORM ESCRIBIR-CABECERA-ACREEDOR
               THRU ESCRIBIR-CABECERA-ACREEDOR-FIN.

           MOVE SPACES TO LINEA-REMESA.
           MOVE COBROS-CENT TO LINEA-CENT.
           STRING "  Cobros: " NUM-COBROS " recibos, centimos "
               LINEA-CENT
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           MOVE DEVOLUCIONES-CENT TO LINEA-CENT.
           STRING "  Devoluciones: " NUM-DEVOLUCIONES
               " recibos, centimos " LINEA-CENT
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           MOVE COMISIONES-CENT TO LINEA-CENT.
           STRING "  Comision, centimos " LINEA-CENT
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           MOVE ACR-PENDIENTE-CENT TO LINEA-CENT.
           IF ACR-PENDIENTE-CENT < 0
               STRING "  Pendiente anterior a deducir, centimos "
                   LINEA-CENT DELIMITED BY SIZE INTO LINEA-REMESA
           ELSE
               STRING "  Pendiente anterior a abonar, centimos "
                   LINEA-CENT DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

           IF NETO-CENT > 0
               PERFORM ENVIAR-LIQUIDACION
                   THRU ENVIAR-LIQUIDACION-FIN
               GO TO LIQUIDAR-ACREEDOR-FIN.

      * Nada que abonar: el saldo deudor queda para descontarlo de
      * los cobros de los dias siguientes.
           MOVE NETO-CENT TO ACR-PENDIENTE-CENT.
           REWRITE ACREEDOR-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-APLAZADOS.

           MOVE SPACES TO LINEA-REMESA.
           MOVE NETO-CENT TO LINEA-CENT.
           STRING "  SIN LIQUIDACION neto a deducir, centimos "
               LINEA-CENT DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

       LIQUIDAR-ACREEDOR-FIN.
           EXIT.

       SUMAR-COBRO.
           MOVE RECIBO-NUM TO RLQ-RECIBO.
           READ F-RECLIQ INVALID KEY
               GO TO ANOTAR-COBRO.
           GO TO SUMAR-COBRO-FIN.

       ANOTAR-COBRO.
           COMPUTE IMPORTE-RECIBO-CENT = (RECIBO-IMPORTE-ENT * 100)
               + RECIBO-IMPORTE-DEC.
           COMPUTE COMISION-RECIBO-CENT = ACR-COM-FIJO-CENT
               + (IMPORTE-RECIBO-CENT * ACR-COM-BP / 10000).
           IF COMISION-RECIBO-CENT > IMPORTE-RECIBO-CENT
               MOVE IMPORTE-RECIBO-CENT TO COMISION-RECIBO-CENT.

           MOVE RECIBO-NUM           TO RLQ-RECIBO.
           MOVE ACR-CODIGO           TO RLQ-ACREEDOR.
           MOVE "C"                  TO RLQ-ESTADO.
           MOVE IMPORTE-RECIBO-CENT  TO RLQ-IMPORTE-CENT.
           MOVE COMISION-RECIBO-CENT TO RLQ-COMISION-CENT.
           MOVE FECHA-HOY-AAAAMMDD   TO RLQ-FECHA-COBRO.
           MOVE 0                    TO RLQ-FECHA-DEV.
           WRITE RECLIQ-REG INVALID KEY GO TO FIN-ERROR.

           ADD IMPORTE-RECIBO-CENT  TO COBROS-CENT.
           ADD COMISION-RECIBO-CENT TO COMISIONES-CENT.
           ADD 1 TO NUM-COBROS.

           PERFORM ESCRIBIR-CABECERA-ACREEDOR
               THRU ESCRIBIR-CABECERA-ACREEDOR-FIN.
           MOVE SPACES TO LINEA-REMESA.
           STRING "  COBRO recibo " RECIBO-NUM " ref "
               RECIBO-REFERENCIA " vto " RECIBO-VTO " importe "
               RECIBO-IMPORTE-ENT "." RECIBO-IMPORTE-DEC
               " comision cent. " COMISION-RECIBO-CENT
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

       SUMAR-COBRO-FIN.
           EXIT.

      * Solo se descuenta la devolucion de un recibo que ya se
      * liquido; si se devolvio antes de liquidarlo nunca llego a
      * sumarse.  La comision del recibo no se reintegra.
       RESTAR-DEVOLUCION.
           MOVE RECIBO-NUM TO RLQ-RECIBO.
           READ F-RECLIQ INVALID KEY
               GO TO RESTAR-DEVOLUCION-FIN.
           IF RLQ-ESTADO NOT = "C"
               GO TO RESTAR-DEVOLUCION-FIN.

           MOVE "D"                TO RLQ-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO RLQ-FECHA-DEV.
           REWRITE RECLIQ-REG INVALID KEY GO TO FIN-ERROR.

           ADD RLQ-IMPORTE-CENT TO DEVOLUCIONES-CENT.
           ADD 1 TO NUM-DEVOLUCIONES.

           PERFORM ESCRIBIR-CABECERA-ACREEDOR
               THRU ESCRIBIR-CABECERA-ACREEDOR-FIN.
           MOVE SPACES TO LINEA-REMESA.
           STRING "  DEVOLUCION recibo " RECIBO-NUM " ref "
               RECIBO-REFERENCIA " liquidado el " RLQ-FECHA-COBRO
               " importe " RECIBO-IMPORTE-ENT "." RECIBO-IMPORTE-DEC
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

       RESTAR-DEVOLUCION-FIN.
           EXIT.

       ESCRIBIR-CABECERA-ACREEDOR.
           IF CABECERA-ESCRITA = 1
               GO TO ESCRIBIR-CABECERA-ACREEDOR-FIN.
           MOVE 1 TO CABECERA-ESCRITA.

           MOVE SPACES TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           STRING "ACREEDOR " ACR-CODIGO " " ACR-NOMBRE
               " ID SEPA " ACR-ID-SEPA
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

       ESCRIBIR-CABECERA-ACREEDOR-FIN.
           EXIT.

      * Una sola transferencia por acreedor y dia, que sigue el mismo
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

           MOVE 0 TO LAST-INTERB-NUM.

       LEER-INTERB-MAX.
           READ F-INTERBANCARIAS NEXT RECORD AT END
               GO TO ESCRIBIR-INTERB-REG.
           IF INTERB-NUM > LAST-INTERB-NUM
               MOVE INTERB-NUM TO LAST-INTERB-NUM.
           GO TO LEER-INTERB-MAX.

       ESCRIBIR-INTERB-REG.
           ADD 1 TO LAST-INTERB-NUM.
           MOVE LAST-INTERB-NUM     TO INTERB-NUM.
           MOVE 0                   TO INTERB-TARJETA.
           MOVE ANO                 TO INTERB-ANO.
           MOVE MES                 TO INTERB-MES.
           MOVE DIA                 TO INTERB-DIA.
           MOVE HORAS               TO INTERB-HOR.
           MOVE MINUTOS             TO INTERB-MIN.
           MOVE SEGUNDOS            TO INTERB-SEG.
           MOVE ACR-IBAN            TO INTERB-IBAN-DESTINO.
           MOVE ACR-NOMBRE          TO INTERB-BENEFICIARIO.
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

           MOVE LAST-INTERB-NUM    TO LIQ-INTERB-NUM.
           MOVE ACR-CODIGO         TO LIQ-ACREEDOR.
           MOVE FECHA-HOY-AAAAMMDD TO LIQ-FECHA.
           MOVE NETO-CENT          TO LIQ-IMPORTE-CENT.
           MOVE "E"                TO LIQ-ESTADO.
           WRITE LIQUIDACION-REG INVALID KEY GO TO FIN-ERROR.

           MOVE 0                  TO ACR-PENDIENTE-CENT.
           MOVE FECHA-HOY-AAAAMMDD TO ACR-FECHA-LIQ.
           REWRITE ACREEDOR-REG INVALID KEY GO TO FIN-ERROR.

           ADD 1 TO TOTAL-LIQUIDADOS.
           ADD NETO-CENT TO TOTAL-LIQUIDADO-CENT.

           MOVE SPACES TO LINEA-REMESA.
           MOVE NETO-CENT TO LINEA-CENT.
           STRING "  LIQUIDADO neto centimos " LINEA-CENT
               " a IBAN " ACR-IBAN " interbancaria " LAST-INTERB-NUM
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.

       ENVIAR-LIQUIDACION-FIN.
           EXIT.

       FIN-LECTURA.
           CLOSE F-LIQUIDACIONES.
           CLOSE F-RECLIQ.
           CLOSE F-ACREEDORES.

       FIN-INFORME.
           MOVE SPACES TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           STRING "Acreedores: " TOTAL-ACREEDORES " liquidados: "
               TOTAL-LIQUIDADOS " sin liquidacion: " TOTAL-APLAZADOS
               " centimos liquidados: " TOTAL-LIQUIDADO-CENT
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           CLOSE F-REMESAS.

           DISPLAY "BATCHLQA: acreedores leidos     : "
               TOTAL-ACREEDORES.
           DISPLAY "BATCHLQA: liquidaciones enviadas: "
               TOTAL-LIQUIDADOS.
           DISPLAY "BATCHLQA: sin importe a abonar  : "
               TOTAL-APLAZADOS.
           DISPLAY "BATCHLQA: devueltas reincorpor. : "
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
           MOVE "BATCHLQA"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSAC=" FSAC " " "FSRL=" FSRL " " "FSLQ=" FSLQ
               " " "FSB=" FSB
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
