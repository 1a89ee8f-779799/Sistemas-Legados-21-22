           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSW.

           SELECT OPTIONAL F-CICLOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CLAVE
           FILE STATUS IS FSCI.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
           02 INTERB-EUR-DEC       PIC   9(2).
           02 INTERB-TASA-APLICADA PIC  9(9).

      * Un fichero de envio por ciclo, swiftenviadas-NNNNNN.txt con
      * la secuencia del ciclo.
       FD F-SWIFT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-SWIFT.
       01 LINEA-SWIFT               PIC  X(80).

      * Ciclos de envio hechos: uno por fecha contable y ciclo, con la
      * secuencia que numera los ficheros de envio.  CIC-ESTADO: A
      * enviado pendiente de acuses, C conciliado por BATCHACK.
       FD F-CICLOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ciclosswift.ubd".
       01 CICLO-REG.
           02 CIC-CLAVE.
               03 CIC-FECHA         PIC  9(8).
               03 CIC-CICLO         PIC  9(2).
           02 CIC-SECUENCIA         PIC  9(6).
           02 CIC-CORTE             PIC  9(4).
           02 CIC-FICHERO           PIC X(30).
           02 CIC-HORA-ENVIO        PIC  9(4).
           02 CIC-ENVIADAS          PIC  9(9).
           02 CIC-IMPORTE-CENT      PIC 9(13).
           02 CIC-ESTADO            PIC  X(1).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSB                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSCI                     PIC  X(2).
       77 FSFO                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.

       77 TOTAL-LEIDAS             PIC  9(9) VALUE 0.
       77 TOTAL-ENVIADAS           PIC  9(9) VALUE 0.
       77 TOTAL-IMPORTE-CENT       PIC 9(13) VALUE 0.

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-RELOJ-AAAAMMDD     PIC  9(8).
       77 HORA-RELOJ               PIC  9(4).
       77 FECHA-INTERB             PIC  9(8).
       77 HORA-INTERB              PIC  9(4).
       77 ULTIMO-CICLO-HOY         PIC  9(2).
       77 ULTIMA-SECUENCIA         PIC  9(6).
       77 CICLO-ENVIO              PIC  9(2).
       77 CORTE-ENVIO              PIC  9(4).

       01 NOMBRE-SWIFT.
           02 FILLER               PIC X(14) VALUE "swiftenviadas-".
           02 NOMBRE-SWIFT-SEC     PIC  9(6).
           02 FILLER               PIC  X(4) VALUE ".txt".
           02 FILLER               PIC  X(6) VALUE SPACES.

       01 DATOS-CICLO.
           02 CICC-MODO             PIC  X(1).
           02 CICC-FECHA            PIC  9(8).
           02 CICC-HORA             PIC  9(4).
           02 CICC-CICLO            PIC  9(2).
           02 CICC-CORTE            PIC  9(4).
           02 CICC-FECHA-VALOR      PIC  9(8).
           02 CICC-NUM-CICLOS       PIC  9(2).
           02 CICC-HABIL            PIC  X(1).


       01 DATOS-INCIDENCIA.
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Envio SWIFT por ciclos.  Cada ejecucion cierra el siguiente
      * ciclo del dia contable, o el ultimo cuyo corte ya ha pasado si
      * se saltaron ciclos, y envia en su propio fichero las
      * transferencias verificadas hechas antes de su corte que no
      * salieron en un ciclo anterior.  Pasada la medianoche del dia
      * contable se cierra el ultimo ciclo del dia.  Los dias no
      * habiles no hay ciclo: lo hecho en ellos sale en el primero del
      * siguiente dia habil.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHSWFT - Liquidacion de transferencias ".
           DISPLAY "            internacionales (SWIFT)".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-RELOJ-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE HORA-RELOJ = (HORAS * 100) + MINUTOS.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           MOVE "C"                TO CICC-MODO.
           MOVE FECHA-HOY-AAAAMMDD TO CICC-FECHA.
           IF FECHA-RELOJ-AAAAMMDD > FECHA-HOY-AAAAMMDD
               MOVE 2400 TO CICC-HORA
           ELSE
               MOVE HORA-RELOJ TO CICC-HORA.
           CALL "BANKCIC" USING DATOS-CICLO.

           IF CICC-HABIL = "N"
               DISPLAY "BATCHSWFT: dia no habil, no hay ciclo de envio"
               STOP RUN.

           PERFORM BUSCAR-ULTIMO-CICLO THRU BUSCAR-ULTIMO-CICLO-FIN.

           COMPUTE CICLO-ENVIO = ULTIMO-CICLO-HOY + 1.
           IF CICLO-ENVIO > CICC-NUM-CICLOS
               DISPLAY "BATCHSWFT: todos los ciclos del dia enviados"
               CLOSE F-CICLOS
               STOP RUN.
           IF CICC-CICLO > CICLO-ENVIO
               MOVE CICC-CICLO TO CICLO-ENVIO.

           MOVE "K"         TO CICC-MODO.
           MOVE CICLO-ENVIO TO CICC-CICLO.
           CALL "BANKCIC" USING DATOS-CICLO.
           MOVE CICC-CORTE  TO CORTE-ENVIO.

      * El ciclo queda anotado antes de enviar nada, para que un
      * corte a medias no reutilice la secuencia del fichero.
           ADD 1 TO ULTIMA-SECUENCIA.
           MOVE ULTIMA-SECUENCIA TO NOMBRE-SWIFT-SEC.
           MOVE FECHA-HOY-AAAAMMDD TO CIC-FECHA.
           MOVE CICLO-ENVIO        TO CIC-CICLO.
           MOVE ULTIMA-SECUENCIA   TO CIC-SECUENCIA.
           MOVE CORTE-ENVIO        TO CIC-CORTE.
           MOVE NOMBRE-SWIFT       TO CIC-FICHERO.
           MOVE HORA-RELOJ         TO CIC-HORA-ENVIO.
           MOVE 0                  TO CIC-ENVIADAS.
           MOVE 0                  TO CIC-IMPORTE-CENT.
           MOVE "A"                TO CIC-ESTADO.
           WRITE CICLO-REG INVALID KEY
               DISPLAY "BATCHSWFT: error anotando el ciclo " CIC-CICLO
               CLOSE F-CICLOS
               GO TO FIN-ERROR.

           OPEN OUTPUT F-SWIFT.
           IF FSW <> 00
               DISPLAY "BATCHSWFT: error abriendo " NOMBRE-SWIFT
                   ", FSW=" FSW
               CLOSE F-CICLOS
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-SWIFT.
               DELIMITED BY SIZE INTO LINEA-SWIFT.
           WRITE LINEA-SWIFT.

           MOVE SPACES TO LINEA-SWIFT.
           STRING "Ciclo " CICLO-ENVIO
               " corte " CORTE-ENVIO(1:2) ":" CORTE-ENVIO(3:2)
               " secuencia " ULTIMA-SECUENCIA
               DELIMITED BY SIZE INTO LINEA-SWIFT.
           WRITE LINEA-SWIFT.

           OPEN I-O F-INTERBANCARIAS.
           IF FSB <> 00 AND 05
               DISPLAY "BATCHSWFT: error abriendo interbancarias, FSB="
                   FSB
               CLOSE F-SWIFT
               CLOSE F-CICLOS
               GO TO FIN-ERROR.

       LEER-INTERBANCARIA.
           IF INTERB-ESTADO NOT = "V"
               GO TO LEER-INTERBANCARIA.

      * Lo hecho despues del corte espera al ciclo siguiente.
           COMPUTE FECHA-INTERB = (INTERB-ANO * 10000)
               + (INTERB-MES * 100) + INTERB-DIA.
           IF FECHA-INTERB > FECHA-HOY-AAAAMMDD
               GO TO LEER-INTERBANCARIA.
           COMPUTE HORA-INTERB = (INTERB-HOR * 100) + INTERB-MIN.
           IF FECHA-INTERB = FECHA-HOY-AAAAMMDD
              AND HORA-INTERB NOT < CORTE-ENVIO
               GO TO LEER-INTERBANCARIA.

           PERFORM ENVIAR-INTERBANCARIA THRU ENVIAR-INTERBANCARIA-FIN.

           GO TO LEER-INTERBANCARIA.
               GO TO ENVIAR-INTERBANCARIA-FIN.

           ADD 1 TO TOTAL-ENVIADAS.
           COMPUTE TOTAL-IMPORTE-CENT = TOTAL-IMPORTE-CENT
               + (INTERB-EUR-ENT * 100) + INTERB-EUR-DEC.

           MOVE SPACES TO LINEA-SWIFT.
           STRING "INTERB " INTERB-NUM

           CLOSE F-SWIFT.

           MOVE TOTAL-ENVIADAS     TO CIC-ENVIADAS.
           MOVE TOTAL-IMPORTE-CENT TO CIC-IMPORTE-CENT.
           REWRITE CICLO-REG INVALID KEY
               DISPLAY "BATCHSWFT: error actualizando el ciclo "
                   CIC-CICLO.
           CLOSE F-CICLOS.

           DISPLAY "BATCHSWFT: ciclo " CICLO-ENVIO " secuencia "
               ULTIMA-SECUENCIA " fichero " NOMBRE-SWIFT.
           DISPLAY "BATCHSWFT: instrucciones leidas  : " TOTAL-LEIDAS.
           DISPLAY "BATCHSWFT: instrucciones enviadas: "
               TOTAL-ENVIADAS.
           STOP RUN.

      * Ultimo ciclo enviado en el dia contable y ultima secuencia de
      * fichero usada en cualquier dia.
       BUSCAR-ULTIMO-CICLO.
           MOVE 0 TO ULTIMO-CICLO-HOY.
           MOVE 0 TO ULTIMA-SECUENCIA.

           OPEN I-O F-CICLOS.
           IF FSCI = 35 OR FSCI = 05
               CLOSE F-CICLOS
               OPEN OUTPUT F-CICLOS
               CLOSE F-CICLOS
               OPEN I-O F-CICLOS.
           IF FSCI <> 00 AND 05
               DISPLAY "BATCHSWFT: error abriendo ciclosswift, FSCI="
                   FSCI
               GO TO FIN-ERROR.

       LEER-CICLO.
           READ F-CICLOS NEXT RECORD AT END
               GO TO BUSCAR-ULTIMO-CICLO-FIN.
           IF CIC-SECUENCIA > ULTIMA-SECUENCIA
               MOVE CIC-SECUENCIA TO ULTIMA-SECUENCIA.
           IF CIC-FECHA = FECHA-HOY-AAAAMMDD
              AND CIC-CICLO > ULTIMO-CICLO-HOY
               MOVE CIC-CICLO TO ULTIMO-CICLO-HOY.
           GO TO LEER-CICLO.

       BUSCAR-ULTIMO-CICLO-FIN.
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
           MOVE "BATCHSWFT"    TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSB=" FSB " " "FSW=" FSW " " "FSCI=" FSCI " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
