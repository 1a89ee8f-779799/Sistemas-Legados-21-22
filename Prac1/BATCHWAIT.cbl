               03 ESP-TAR-PRECIO-DEC    PIC   9(2).
               03 ESP-TAR-CAPACIDAD     PIC   9(7).
           02 ESP-ESTADO            PIC   X(1).
           02 ESP-MAX-PERSONA       PIC   9(3).
           02 ESP-RECINTO           PIC   9(3).
           02 ESP-PLANO             PIC   9(2).

       FD F-AVISOS
           LABEL RECORD STANDARD
               03 ASI-ASIENTO       PIC   9(3).
           02 ASI-ESTADO            PIC   X(1).
           02 ASI-ENT-NUM           PIC  9(10).
           02 ASI-ZONA              PIC   9(1).

       FD F-EVENTOSAVISO
           LABEL RECORD STANDARD
       77 AVISO-TEXTO              PIC  X(60).
       77 TOTAL-COMPRADOS          PIC  9(9) VALUE 0.
       77 TOTAL-FALLIDOS           PIC  9(9) VALUE 0.
       77 TARJETA-CREDITO          PIC  X(1).

       01 CAMPOS-FECHA.
           05 FECHA.
           02 LIMC-IMPORTE-CENT     PIC  9(9).
           02 LIMC-RESULTADO        PIC  X(1).

       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

       01 DATOS-TOPE.
           02 TOPC-TARJETA          PIC 9(16).
           02 TOPC-ESP-NUM          PIC  9(4).
           02 TOPC-ENT-EXCLUIDA     PIC 9(10).
           02 TOPC-NUM-ENTRADAS     PIC  9(3).
           02 TOPC-MAXIMO           PIC  9(3).
           02 TOPC-TENIDAS          PIC  9(5).
           02 TOPC-RESULTADO        PIC  X(1).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           PERFORM CONSULTA-SOBREGIRO THRU CONSULTA-SOBREGIRO-FIN.
           PERFORM SUMAR-HUCHAS THRU SUMAR-HUCHAS-FIN.

      * Con tarjeta de credito la compra va contra el credito
      * disponible del ciclo, como en el cajero; con tarjeta de
      * debito, contra el saldo libre de huchas mas el descubierto.
           MOVE LE-TARJETA TO CRE-TARJETA.
           MOVE "C"        TO CRE-OPERACION.
           MOVE 0          TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           MOVE "N" TO TARJETA-CREDITO.
           IF CRE-RESULTADO = "O"
               MOVE "S" TO TARJETA-CREDITO.

           IF TARJETA-CREDITO = "S"
              AND CENT-PRECIO > CRE-DISPONIBLE-CENT
               MOVE "F" TO LE-ESTADO
               REWRITE LISTAESPERA-REG INVALID KEY GO TO PSYS-ERR
               MOVE SPACES TO LINEA-AVISOS
               STRING "SIN CREDITO tarjeta " LE-TARJETA
                   " espera " LE-NUM " espectaculo " LE-ESP-NUM
                   DELIMITED BY SIZE INTO LINEA-AVISOS
               WRITE LINEA-AVISOS
               ADD 1 TO TOTAL-FALLIDOS
               GO TO COMPRA-AUTOMATICA-FIN.

           IF TARJETA-CREDITO = "N"
              AND CENT-SALDO-USER - RESERVA-HUCHAS-CENT
                   < CENT-PRECIO - SOBREGIRO-CENT
               MOVE "F" TO LE-ESTADO
               REWRITE LISTAESPERA-REG INVALID KEY GO TO PSYS-ERR
               ADD 1 TO TOTAL-FALLIDOS
               GO TO COMPRA-AUTOMATICA-FIN.

      * Tope de entradas por persona del espectaculo, sumando las
      * que el titular ya tiene con todas sus tarjetas.
           MOVE LE-TARJETA      TO TOPC-TARJETA.
           MOVE LE-ESP-NUM      TO TOPC-ESP-NUM.
           MOVE 0               TO TOPC-ENT-EXCLUIDA.
           MOVE LE-NUM-ENTRADAS TO TOPC-NUM-ENTRADAS.
           MOVE ESP-MAX-PERSONA TO TOPC-MAXIMO.
           CALL "BANKTOP" USING DATOS-TOPE.
           IF TOPC-RESULTADO = "T"
               MOVE "F" TO LE-ESTADO
               REWRITE LISTAESPERA-REG INVALID KEY GO TO PSYS-ERR
               MOVE SPACES TO LINEA-AVISOS
               STRING "TOPE tarjeta " LE-TARJETA
                   " espera " LE-NUM " esp. " LE-ESP-NUM
                   " tiene " TOPC-TENIDAS " max " TOPC-MAXIMO
                   DELIMITED BY SIZE INTO LINEA-AVISOS
               WRITE LINEA-AVISOS
               ADD 1 TO TOTAL-FALLIDOS
               GO TO COMPRA-AUTOMATICA-FIN.

           IF TARJETA-CREDITO = "S"
               MOVE LE-TARJETA  TO CRE-TARJETA
               MOVE "D"         TO CRE-OPERACION
               MOVE CENT-PRECIO TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   GO TO FIN-ERROR
               END-IF
           ELSE
               SUBTRACT CENT-PRECIO FROM CENT-SALDO-USER
           END-IF.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO TOMAR-ASIENTO-AUTO-CERRAR.
           IF ASI-ESTADO NOT = " "
               GO TO BUSCAR-ASIENTO-AUTO.
           IF ASI-ZONA NOT = 0 AND ASI-ZONA NOT = LE-TARIFA
               GO TO BUSCAR-ASIENTO-AUTO.

           MOVE "V" TO ASI-ESTADO.
           MOVE LAST-ENT-NUM TO ASI-ENT-NUM.
