       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-STOCKDIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DST-CLAVE
           FILE STATUS IS FSDS.

           SELECT OPTIONAL F-MOVSTOCKDIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSM-CLAVE
           FILE STATUS IS FSDM.


       DATA DIVISION.
       FILE SECTION.
      * Billetes extranjeros que guarda cada sucursal, en centimos
      * de la divisa.
       FD F-STOCKDIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisasstock.ubd".
       01 STOCKDIV-REG.
           02 DST-CLAVE.
               03 DST-SUCURSAL      PIC  9(4).
               03 DST-MONEDA        PIC  X(3).
           02 DST-DIV-CENT          PIC S9(11).
           02 DST-FECHA-ULT         PIC  9(8).

      * Entradas y salidas de las existencias por fecha contable.
      * DSM-TIPO: R recompra a cliente, S suministro, E entrega de
      * pedido, T traspaso entre sucursales.  DSM-DIV-CENT lleva
      * signo: positivo entra, negativo sale.
       FD F-MOVSTOCKDIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisasmovstock.ubd".
       01 MOVSTOCKDIV-REG.
           02 DSM-CLAVE.
               03 DSM-FECHA         PIC  9(8).
               03 DSM-HORA          PIC  9(6).
               03 DSM-SEC           PIC  9(3).
           02 DSM-SUCURSAL          PIC  9(4).
           02 DSM-MONEDA            PIC  X(3).
           02 DSM-TIPO              PIC  X(1).
           02 DSM-DIV-CENT          PIC S9(11).
           02 DSM-OPERADOR          PIC  9(4).
           02 DSM-REFERENCIA        PIC X(20).


       WORKING-STORAGE SECTION.
       77 FSDS                     PIC  X(2).
       77 FSDM                     PIC  X(2).

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

       LINKAGE SECTION.
      * STKC-MODO: C consulta las existencias, E entrada, S salida
      * (no deja la sucursal en negativo).  STKC-FECHA es la fecha
      * contable del que llama.  STKC-RESULTADO: O correcto,
      * I existencias insuficientes, E error de fichero.
       01 DATOS-STOCKDIV.
           02 STKC-MODO             PIC  X(1).
           02 STKC-TIPO             PIC  X(1).
           02 STKC-SUCURSAL         PIC  9(4).
           02 STKC-MONEDA           PIC  X(3).
           02 STKC-DIV-CENT         PIC S9(11).
           02 STKC-OPERADOR         PIC  9(4).
           02 STKC-REFERENCIA       PIC X(20).
           02 STKC-FECHA            PIC  9(8).
           02 STKC-RESULTADO        PIC  X(1).
           02 STKC-EXISTENCIAS-CENT PIC S9(11).

      * Consulta y movimiento de las existencias de billetes
      * extranjeros de una sucursal.
       PROCEDURE DIVISION USING DATOS-STOCKDIV.
       INICIO.
           MOVE "E" TO STKC-RESULTADO.
           MOVE 0 TO STKC-EXISTENCIAS-CENT.

           IF STKC-MODO = "C"
               GO TO CONSULTAR-EXISTENCIAS.

           OPEN I-O F-STOCKDIV.
           IF FSDS = 35
               CLOSE F-STOCKDIV
               OPEN OUTPUT F-STOCKDIV
               CLOSE F-STOCKDIV
               OPEN I-O F-STOCKDIV.
           IF FSDS <> 00 AND 05
               GO TO SALIR.

           MOVE STKC-SUCURSAL TO DST-SUCURSAL.
           MOVE STKC-MONEDA   TO DST-MONEDA.
           READ F-STOCKDIV INVALID KEY
               MOVE STKC-SUCURSAL TO DST-SUCURSAL
               MOVE STKC-MONEDA   TO DST-MONEDA
               MOVE 0 TO DST-DIV-CENT
               MOVE 0 TO DST-FECHA-ULT
               WRITE STOCKDIV-REG INVALID KEY
                   CLOSE F-STOCKDIV
                   GO TO SALIR.

           IF STKC-MODO = "S" AND STKC-DIV-CENT > DST-DIV-CENT
               MOVE DST-DIV-CENT TO STKC-EXISTENCIAS-CENT
               MOVE "I" TO STKC-RESULTADO
               CLOSE F-STOCKDIV
               GO TO SALIR.

           IF STKC-MODO = "S"
               SUBTRACT STKC-DIV-CENT FROM DST-DIV-CENT
           ELSE
               ADD STKC-DIV-CENT TO DST-DIV-CENT.
           MOVE STKC-FECHA TO DST-FECHA-ULT.
           REWRITE STOCKDIV-REG INVALID KEY
               CLOSE F-STOCKDIV
               GO TO SALIR.
           MOVE DST-DIV-CENT TO STKC-EXISTENCIAS-CENT.
           CLOSE F-STOCKDIV.

           OPEN I-O F-MOVSTOCKDIV.
           IF FSDM = 35
               CLOSE F-MOVSTOCKDIV
               OPEN OUTPUT F-MOVSTOCKDIV
               CLOSE F-MOVSTOCKDIV
               OPEN I-O F-MOVSTOCKDIV.
           IF FSDM <> 00 AND 05
               GO TO SALIR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE STKC-FECHA    TO DSM-FECHA.
           COMPUTE DSM-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE 0 TO DSM-SEC.
           MOVE STKC-SUCURSAL TO DSM-SUCURSAL.
           MOVE STKC-MONEDA   TO DSM-MONEDA.
           MOVE STKC-TIPO     TO DSM-TIPO.
           IF STKC-MODO = "S"
               COMPUTE DSM-DIV-CENT = 0 - STKC-DIV-CENT
           ELSE
               MOVE STKC-DIV-CENT TO DSM-DIV-CENT.
           MOVE STKC-OPERADOR   TO DSM-OPERADOR.
           MOVE STKC-REFERENCIA TO DSM-REFERENCIA.

       ESCRIBIR-MOVIMIENTO.
           WRITE MOVSTOCKDIV-REG INVALID KEY
               IF DSM-SEC < 999
                   ADD 1 TO DSM-SEC
                   GO TO ESCRIBIR-MOVIMIENTO
               ELSE
                   CLOSE F-MOVSTOCKDIV
                   GO TO SALIR.

           MOVE "O" TO STKC-RESULTADO.
           CLOSE F-MOVSTOCKDIV.
           GO TO SALIR.

       CONSULTAR-EXISTENCIAS.
           MOVE "O" TO STKC-RESULTADO.
           OPEN INPUT F-STOCKDIV.
           IF FSDS <> 00
               CLOSE F-STOCKDIV
               GO TO SALIR.

           MOVE STKC-SUCURSAL TO DST-SUCURSAL.
           MOVE STKC-MONEDA   TO DST-MONEDA.
           READ F-STOCKDIV INVALID KEY
               CLOSE F-STOCKDIV
               GO TO SALIR.
           MOVE DST-DIV-CENT TO STKC-EXISTENCIAS-CENT.
           CLOSE F-STOCKDIV.

       SALIR.
           EXIT PROGRAM.
