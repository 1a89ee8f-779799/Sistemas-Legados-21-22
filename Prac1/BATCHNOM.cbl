       77 LUHN-VALIDO               PIC   9(1).

       77 TOTAL-ABONADOS           PIC  9(3) VALUE 0.
       77 TOTAL-SUSPENSO           PIC  9(3) VALUE 0.

       01 DATOS-FICHERO.
           02 FICC-MODO             PIC  X(1).
           02 FICC-FICHERO          PIC X(30).
           02 FICC-PROGRAMA         PIC X(10).
           02 FICC-ESTADO           PIC  X(1).
           02 FICC-ORIGEN           PIC  X(8).
           02 FICC-FECHA            PIC  9(8).
           02 FICC-SECUENCIA        PIC  9(6).
           02 FICC-REGISTROS        PIC  9(9).
           02 FICC-MOTIVO           PIC X(30).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

       01 DATOS-SUSPENSO.
           02 SUSC-ORIGEN           PIC  X(3).
           02 SUSC-FECHA            PIC  9(8).
           02 SUSC-REFERENCIA       PIC X(35).
           02 SUSC-ORDENANTE        PIC X(30).
           02 SUSC-DESTINO          PIC X(16).
           02 SUSC-TARJETA-ORIGEN   PIC 9(16).
           02 SUSC-IMPORTE-CENT     PIC 9(11).
           02 SUSC-MOTIVO           PIC X(30).
           02 SUSC-NUM              PIC 9(10).

      * Abono de nominas por orden de una empresa cliente: fichero
      * con una cabecera (tarjeta pagadora) y un detalle por
      * empleado.  La orden se ejecuta entera o no se ejecuta: si
      * el fichero esta mal construido, o el pagador no cubre el
      * total, no se contabiliza nada y el parte lo explica.  Las
      * lineas cuyo beneficiario no puede recibir el abono se cargan
      * igualmente al pagador y su importe queda en suspenso.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHNOM - Abono de nominas de empresa".
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "nominas.txt" TO FICC-FICHERO.
           MOVE "BATCHNOM" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHNOM: nominas.txt ya procesado"
               CLOSE F-NOMINAS
               CLOSE F-INFORME
               STOP RUN.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHNOM: nominas.txt no aceptado en el "
                   "registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHNOM: " FICC-MOTIVO
               CLOSE F-NOMINAS
               CLOSE F-INFORME
               GO TO FIN-ERROR.

       LEER-LINEA.
           READ F-NOMINAS AT END GO TO FIN-CARGA.
           IF LINEA-NOMINA(1:3) = "CAB" OR LINEA-NOMINA(1:3) = "PIE"
               GO TO LEER-LINEA.

           IF NOM-TIPO = "C"
               PERFORM CARGAR-CABECERA THRU CARGAR-CABECERA-FIN
           PERFORM VALIDA-LUHN THRU VALIDA-LUHN-FIN.
           IF LUHN-VALIDO = 0
               MOVE "TARJETA MAL FORMADA" TO DET-MOTIVO(NUM-DETALLES)
               GO TO CARGAR-DETALLE-FIN.

           OPEN INPUT TARJETAS.
               CLOSE TARJETAS
               MOVE "TARJETA INEXISTENTE"
                   TO DET-MOTIVO(NUM-DETALLES)
               GO TO CARGAR-DETALLE-FIN.
           CLOSE TARJETAS.

           IF TCAD-E < FECHA-ACTUAL-AAAAMM
               MOVE "TARJETA CADUCADA" TO DET-MOTIVO(NUM-DETALLES).

       CARGAR-DETALLE-FIN.
           EXIT.
       FIN-CARGA.
           CLOSE F-NOMINAS.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

           IF HAY-CABECERA = 0
               MOVE "ORDEN SIN CABECERA, nada contabilizado"
                   TO LINEA-INFORME

           MOVE SPACES TO LINEA-INFORME.
           STRING "ORDEN EJECUTADA: " TOTAL-ABONADOS
               " abonos, " TOTAL-SUSPENSO " a suspenso, total "
               TOTAL-NOMINA-CENT " cent."
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.


           DISPLAY "BATCHNOM: detalles leidos : " NUM-DETALLES.
           DISPLAY "BATCHNOM: abonos hechos   : " TOTAL-ABONADOS.
           DISPLAY "BATCHNOM: a suspenso      : " TOTAL-SUSPENSO.
           STOP RUN.

       INFORMAR-RECHAZOS.
           EXIT.

       ABONAR-EMPLEADO.
           IF DET-MOTIVO(I-DET) NOT = SPACES
               PERFORM APARCAR-SUSPENSO THRU APARCAR-SUSPENSO-FIN
               GO TO ABONAR-EMPLEADO-FIN.

           MOVE DET-TARJETA(I-DET) TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
       ABONAR-EMPLEADO-FIN.
           EXIT.

      * La linea ya esta cargada al pagador dentro del total de la
      * orden: su importe se aparca en suspenso con la tarjeta
      * pagadora, para aplicarlo al empleado correcto o devolverlo.
       APARCAR-SUSPENSO.
           MOVE "NOM"              TO SUSC-ORIGEN.
           MOVE FECHA              TO SUSC-FECHA.
           MOVE SPACES             TO SUSC-REFERENCIA.
           STRING "Nomina mov. " MOV-NUM-DEBE(22:14)
               DELIMITED BY SIZE INTO SUSC-REFERENCIA.
           MOVE SPACES             TO SUSC-ORDENANTE.
           STRING "Pagador " TARJETA-PAGADORA
               DELIMITED BY SIZE INTO SUSC-ORDENANTE.
           MOVE DET-TARJETA(I-DET) TO SUSC-DESTINO.
           MOVE TARJETA-PAGADORA   TO SUSC-TARJETA-ORIGEN.
           MOVE DET-CENT(I-DET)    TO SUSC-IMPORTE-CENT.
           MOVE DET-MOTIVO(I-DET)  TO SUSC-MOTIVO.
           CALL "BANKSUS" USING DATOS-SUSPENSO.

           IF SUSC-NUM = 0
               DISPLAY "BATCHNOM: no se pudo anotar en suspenso "
                   "la tarjeta " DET-TARJETA(I-DET)
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "SUSPENSO tarjeta " DET-TARJETA(I-DET) " "
               DET-CENT(I-DET) " cent. " DET-MOTIVO(I-DET)
               " partida " SUSC-NUM
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO TOTAL-SUSPENSO.

       APARCAR-SUSPENSO-FIN.
           EXIT.

      * Un asiento por abono, emparejando el cargo unico de la
      * empresa con el abono del empleado (tipo "N" en el diario).
       REGISTRAR-DIARIO-NOMINA.
