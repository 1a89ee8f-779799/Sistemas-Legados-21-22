           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCT.

           SELECT OPTIONAL F-PIGNORACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PIG-DEP-NUM
           ALTERNATE RECORD KEY IS PIG-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPG.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           VALUE OF FILE-ID IS "fgdcontrol.txt".
       01 LINEA-CONTROL             PIC  X(80).

       FD F-PIGNORACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pignoraciones.ubd".
       01 PIGNORACION-REG.
           02 PIG-DEP-NUM           PIC  9(10).
           02 PIG-CUENTA            PIC 9(16).
           02 PIG-TARJETA           PIC 9(16).
           02 PIG-TIPO              PIC   X(1).
           02 PIG-PRESTAMO          PIC  9(10).
           02 PIG-CENT              PIC S9(11).
           02 PIG-LINEA-CENT        PIC   9(9).
           02 PIG-DISPUESTA         PIC   X(1).
           02 PIG-FECHA-ALTA        PIC   9(8).
           02 PIG-FECHA-BAJA        PIC   9(8).
           02 PIG-OPERADOR          PIC   9(4).
           02 PIG-ESTADO            PIC   X(1).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       77 FSCB                     PIC  X(2).
       77 FSCT                     PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSPG                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 TOTAL-EXCESO-CENT        PIC S9(15) VALUE 0.
       77 TOTAL-MANCOMUNADAS       PIC  9(5)  VALUE 0.
       77 TOTAL-DEPOSITOS-CENT     PIC S9(15) VALUE 0.
       77 TOTAL-PIGNORADO-CENT     PIC S9(15) VALUE 0.
       77 DEPOSITOS-PIGNORADOS     PIC  9(9) VALUE 0.
       77 IMP-PIGNORADO            PIC  9(11).
       77 IMP-CONTROL              PIC  9(15).

       77 SALDOS-LEIDOS            PIC  9(9) VALUE 0.
           MOVE DEP-CENT TO SALDO-APORTE-CENT.
           ADD DEP-CENT TO TOTAL-DEPOSITOS-CENT.
           PERFORM ACUMULAR-TITULAR THRU ACUMULAR-TITULAR-FIN.

      * El deposito pignorado sigue cubierto por el fondo, pero su
      * importe en garantia se declara aparte.
           PERFORM LEER-PIGNORACION THRU LEER-PIGNORACION-FIN.
           GO TO LEER-DEPOSITO.

       CERRAR-DEPOSITOS.
           STRING "Tarjetas sin titular:      " SIN-TITULAR
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

           MOVE TOTAL-PIGNORADO-CENT TO IMP-CONTROL.
           MOVE SPACES TO LINEA-CONTROL.
           STRING "Pignorado en garantia:     " IMP-CONTROL
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

           MOVE SPACES TO LINEA-CONTROL.
           STRING "Depositos pignorados:      " DEPOSITOS-PIGNORADOS
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

           IF DEPOSITOS-PIGNORADOS > 0
               PERFORM LISTAR-PIGNORADOS THRU LISTAR-PIGNORADOS-FIN.
           CLOSE F-CONTROL.

           DISPLAY "BATCHFGD: saldos leidos    : " SALDOS-LEIDOS.
           DISPLAY "BATCHFGD: depositos vivos  : " DEPOSITOS-LEIDOS.
           DISPLAY "BATCHFGD: titulares        : " TITULARES-USADOS.
           DISPLAY "BATCHFGD: sin titular      : " SIN-TITULAR.
           DISPLAY "BATCHFGD: dep. pignorados  : "
               DEPOSITOS-PIGNORADOS.
           STOP RUN.

       LEER-PIGNORACION.
           OPEN INPUT F-PIGNORACIONES.
           IF FSPG <> 00
               CLOSE F-PIGNORACIONES
               GO TO LEER-PIGNORACION-FIN.

           MOVE DEP-NUM TO PIG-DEP-NUM.
           READ F-PIGNORACIONES INVALID KEY
               CLOSE F-PIGNORACIONES
               GO TO LEER-PIGNORACION-FIN.

           IF PIG-ESTADO = "V"
               ADD PIG-CENT TO TOTAL-PIGNORADO-CENT
               ADD 1 TO DEPOSITOS-PIGNORADOS.
           CLOSE F-PIGNORACIONES.

       LEER-PIGNORACION-FIN.
           EXIT.

      * Detalle de los depositos en garantia: NIF del titular,
      * deposito, importe pignorado y lo que garantiza.
       LISTAR-PIGNORADOS.
           OPEN INPUT F-PIGNORACIONES.
           IF FSPG <> 00
               CLOSE F-PIGNORACIONES
               GO TO LISTAR-PIGNORADOS-FIN.

           MOVE SPACES TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE SPACES TO LINEA-CONTROL.
           STRING "NIF       DEPOSITO   PIGNORADO   GARANTIZA"
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

       LEER-PIGNORADO.
           READ F-PIGNORACIONES NEXT RECORD AT END
               GO TO PIGNORADOS-LISTADOS.
           IF PIG-ESTADO NOT = "V"
               GO TO LEER-PIGNORADO.

           MOVE PIG-TARJETA TO TNUM.
           PERFORM LOCALIZAR-TITULAR THRU LOCALIZAR-TITULAR-FIN.
           MOVE PIG-CENT TO IMP-PIGNORADO.

           MOVE SPACES TO LINEA-CONTROL.
           IF PIG-TIPO = "P"
               STRING NIF-TARJETA " " PIG-DEP-NUM " " IMP-PIGNORADO
                   " PRESTAMO " PIG-PRESTAMO
                   DELIMITED BY SIZE INTO LINEA-CONTROL
           ELSE
               STRING NIF-TARJETA " " PIG-DEP-NUM " " IMP-PIGNORADO
                   " DESCUBIERTO"
                   DELIMITED BY SIZE INTO LINEA-CONTROL
           END-IF.
           WRITE LINEA-CONTROL.
           GO TO LEER-PIGNORADO.

       PIGNORADOS-LISTADOS.
           CLOSE F-PIGNORACIONES.

       LISTAR-PIGNORADOS-FIN.
           EXIT.

      * Resuelve la tarjeta hasta el NIF de su titular y marca como
      * mancomunada la cuenta con mas de una tarjeta viva.
       LOCALIZAR-TITULAR.
