


       01 DATOS-ACREEDOR.
           02 ACRC-CODIGO           PIC X(20).
           02 ACRC-RESULTADO        PIC  X(1).
           02 ACRC-NOMBRE           PIC X(30).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           COMPUTE MOV-IMPORTE-ENT = 0 - DOM-IMPORTE-ENT(IDX-DOM).
           MOVE DOM-IMPORTE-DEC(IDX-DOM) TO MOV-IMPORTE-DEC.
           MOVE SPACES                TO MOV-CONCEPTO.
           MOVE DOM-EMISOR(IDX-DOM)   TO ACRC-CODIGO.
           CALL "BANKACR" USING DATOS-ACREEDOR.
           IF ACRC-RESULTADO = "N"
               MOVE DOM-EMISOR(IDX-DOM) TO ACRC-NOMBRE.
           STRING "Pago de recibo " ACRC-NOMBRE(1:20)
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
