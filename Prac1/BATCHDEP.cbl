           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT OPTIONAL F-PIGNORACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PIG-DEP-NUM
           ALTERNATE RECORD KEY IS PIG-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPG.

           SELECT OPTIONAL F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTM-NUM
           ALTERNATE RECORD KEY IS PTM-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPT.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

      * Pignoraciones de depositos (BANK71).  Tipo D descubierto,
      * P prestamo; estado V vigente, L liberada, E ejecutada.
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

       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
       01 PRESTAMO-REG.
           02 PTM-NUM               PIC  9(10).
           02 PTM-CUENTA            PIC 9(16).
           02 PTM-TARJETA           PIC 9(16).
           02 PTM-PRINCIPAL-CENT    PIC S9(11).
           02 PTM-TASA-BP           PIC   9(4).
           02 PTM-MESES             PIC   9(3).
           02 PTM-DIA-PAGO          PIC   9(2).
           02 PTM-CUOTA-CENT        PIC  S9(9).
           02 PTM-PENDIENTE-CENT    PIC S9(11).
           02 PTM-PAGADAS           PIC   9(3).
           02 PTM-MORA              PIC   9(3).
           02 PTM-FECHA-ALTA        PIC   9(8).
           02 PTM-OPERADOR          PIC   9(4).
           02 PTM-ESTADO            PIC   X(1).

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

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       77 FSSA                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSPG                     PIC  X(2).
       77 FSPT                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).
       77 PIG-VIGENTE              PIC  X(1).
       77 SOBREG-CENT              PIC S9(11).
       77 CUBIERTO-CENT            PIC S9(11).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 TOTAL-DEPOSITOS          PIC  9(9) VALUE 0.
       77 TOTAL-VENCIDOS           PIC  9(9) VALUE 0.
       77 TOTAL-ABONADO-CENT       PIC S9(13) VALUE 0.
       77 TOTAL-PIGNORACIONES      PIC  9(9) VALUE 0.
       77 TOTAL-LIBERADAS          PIC  9(9) VALUE 0.
       77 TOTAL-EJECUTADAS         PIC  9(9) VALUE 0.
       77 TOTAL-RETENIDOS          PIC  9(9) VALUE 0.
       77 TOTAL-CUBIERTO-CENT      PIC S9(13) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
      * Vencimiento de depositos a plazo: en la fecha contable de
      * vencimiento se abona principal mas intereses en la cuenta a
      * la vista de la tarjeta y el deposito queda liquidado.
      * Antes se revisan las pignoraciones vigentes: se liberan las
      * de descubiertos ya devueltos y las de prestamos amortizados.
      * Un deposito pignorado a un descubierto se liquida igual al
      * vencer, de modo que el abono cubre primero el saldo deudor,
      * y la garantia queda ejecutada; uno pignorado a un prestamo
      * vivo se retiene sin liquidar hasta que se libere.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHDEP - Vencimiento de depositos a plazo".
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           PERFORM REVISAR-PIGNORACIONES
               THRU REVISAR-PIGNORACIONES-FIN.

           OPEN I-O F-DEPOSITOS.
           IF FSDP = 35
               DISPLAY "BATCHDEP: sin depositos que procesar"
           IF DEP-FECHA-VTO > FECHA-HOY-AAAAMMDD
               GO TO LEER-DEPOSITO.

           PERFORM LEER-PIGNORACION THRU LEER-PIGNORACION-FIN.
           IF PIG-VIGENTE = "S" AND PIG-TIPO = "P"
               ADD 1 TO TOTAL-RETENIDOS
               GO TO LEER-DEPOSITO.

           PERFORM LIQUIDAR-DEPOSITO THRU LIQUIDAR-DEPOSITO-FIN.
           IF PIG-VIGENTE = "S"
               PERFORM EJECUTAR-PIGNORACION
                   THRU EJECUTAR-PIGNORACION-FIN.
           GO TO LEER-DEPOSITO.

      * Interes simple del plazo completo: principal por tasa anual
               MOVE SAL-CENT TO CENT-SALDO-ACTUAL
           ELSE
               MOVE 0 TO CENT-SALDO-ACTUAL.

           MOVE 0 TO CUBIERTO-CENT.
           IF CENT-SALDO-ACTUAL < 0
               COMPUTE CUBIERTO-CENT = 0 - CENT-SALDO-ACTUAL
               IF CUBIERTO-CENT > ABONO-CENT
                   MOVE ABONO-CENT TO CUBIERTO-CENT
               END-IF
           END-IF.
           ADD ABONO-CENT TO CENT-SALDO-ACTUAL.

           OPEN I-O F-MOVIMIENTOS.
           COMPUTE MOV-IMPORTE-ENT = ABONO-CENT / 100.
           MOVE FUNCTION MOD(ABONO-CENT, 100) TO MOV-IMPORTE-DEC.
           MOVE SPACES                TO MOV-CONCEPTO.
           IF PIG-VIGENTE = "S"
               STRING "Vto. deposito pignorado " DEP-NUM
                   DELIMITED BY SIZE INTO MOV-CONCEPTO
           ELSE
               STRING "Vencimiento deposito " DEP-NUM
                   DELIMITED BY SIZE INTO MOV-CONCEPTO
           END-IF.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
               TO MOV-SALDOPOS-DEC.
           DISPLAY "BATCHDEP: depositos vencidos : " TOTAL-VENCIDOS.
           DISPLAY "BATCHDEP: abonado (cent.)    : "
               TOTAL-ABONADO-CENT.
           DISPLAY "BATCHDEP: pignoraciones vivas: "
               TOTAL-PIGNORACIONES.
           DISPLAY "BATCHDEP: liberadas          : " TOTAL-LIBERADAS.
           DISPLAY "BATCHDEP: ejecutadas al vto. : " TOTAL-EJECUTADAS.
           DISPLAY "BATCHDEP: descubierto cubierto: "
               TOTAL-CUBIERTO-CENT.
           DISPLAY "BATCHDEP: retenidos por prest.: " TOTAL-RETENIDOS.
           STOP RUN.

      * Un descubierto garantizado se da por devuelto cuando la
      * cuenta, que llego a estar en negativo con la garantia
      * puesta, vuelve a saldo positivo; un prestamo, cuando queda
      * amortizado o ya no existe.
       REVISAR-PIGNORACIONES.
           OPEN I-O F-PIGNORACIONES.
           IF FSPG <> 00
               CLOSE F-PIGNORACIONES
               GO TO REVISAR-PIGNORACIONES-FIN.

       LEER-PIGNORACION-VIVA.
           READ F-PIGNORACIONES NEXT RECORD AT END
               GO TO PIGNORACIONES-REVISADAS.
           IF PIG-ESTADO NOT = "V"
               GO TO LEER-PIGNORACION-VIVA.
           ADD 1 TO TOTAL-PIGNORACIONES.

           IF PIG-TIPO = "P"
               GO TO REVISAR-PRESTAMO.

           MOVE PIG-TARJETA TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 0
               MOVE 0 TO SAL-CENT.

           IF SAL-CENT < 0
               IF PIG-DISPUESTA NOT = "S"
                   MOVE "S" TO PIG-DISPUESTA
                   REWRITE PIGNORACION-REG INVALID KEY
                       GO TO FIN-ERROR
                   END-REWRITE
               END-IF
               GO TO LEER-PIGNORACION-VIVA
           END-IF.

           IF PIG-DISPUESTA NOT = "S"
               GO TO LEER-PIGNORACION-VIVA.
           GO TO LIBERAR-PIGNORACION.

       REVISAR-PRESTAMO.
           MOVE "F" TO PTM-ESTADO.
           OPEN INPUT F-PRESTAMOS.
           IF FSPT = 00
               MOVE PIG-PRESTAMO TO PTM-NUM
               READ F-PRESTAMOS INVALID KEY
                   MOVE "F" TO PTM-ESTADO
               END-READ
           END-IF.
           CLOSE F-PRESTAMOS.

           IF PTM-ESTADO = "A" OR PTM-ESTADO = "M"
               GO TO LEER-PIGNORACION-VIVA.

       LIBERAR-PIGNORACION.
           MOVE "L"                TO PIG-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO PIG-FECHA-BAJA.
           REWRITE PIGNORACION-REG INVALID KEY GO TO FIN-ERROR.
           IF PIG-TIPO = "D"
               PERFORM REDUCIR-DESCUBIERTO
                   THRU REDUCIR-DESCUBIERTO-FIN.
           ADD 1 TO TOTAL-LIBERADAS.
           GO TO LEER-PIGNORACION-VIVA.

       PIGNORACIONES-REVISADAS.
           CLOSE F-PIGNORACIONES.

       REVISAR-PIGNORACIONES-FIN.
           EXIT.

       LEER-PIGNORACION.
           MOVE "N" TO PIG-VIGENTE.

           OPEN INPUT F-PIGNORACIONES.
           IF FSPG <> 00
               CLOSE F-PIGNORACIONES
               GO TO LEER-PIGNORACION-FIN.

           MOVE DEP-NUM TO PIG-DEP-NUM.
           READ F-PIGNORACIONES INVALID KEY
               CLOSE F-PIGNORACIONES
               GO TO LEER-PIGNORACION-FIN.

           IF PIG-ESTADO = "V"
               MOVE "S" TO PIG-VIGENTE.
           CLOSE F-PIGNORACIONES.

       LEER-PIGNORACION-FIN.
           EXIT.

      * Al vencer, el abono ya ha cubierto el saldo deudor: la
      * garantia queda ejecutada y el descubierto vuelve a su limite.
       EJECUTAR-PIGNORACION.
           OPEN I-O F-PIGNORACIONES.
           IF FSPG <> 00
               GO TO FIN-ERROR.

           MOVE DEP-NUM TO PIG-DEP-NUM.
           READ F-PIGNORACIONES INVALID KEY GO TO FIN-ERROR.
           MOVE "E"                TO PIG-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO PIG-FECHA-BAJA.
           REWRITE PIGNORACION-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-PIGNORACIONES.

           IF PIG-TIPO = "D"
               PERFORM REDUCIR-DESCUBIERTO
                   THRU REDUCIR-DESCUBIERTO-FIN.
           ADD 1 TO TOTAL-EJECUTADAS.
           ADD CUBIERTO-CENT TO TOTAL-CUBIERTO-CENT.

       EJECUTAR-PIGNORACION-FIN.
           EXIT.

      * Quita del descubierto de la cuenta la ampliacion que dio la
      * garantia, sin bajar de cero si entretanto se redujo.
       REDUCIR-DESCUBIERTO.
           OPEN I-O CUENTAS.
           IF FSU <> 00
               CLOSE CUENTAS
               GO TO REDUCIR-DESCUBIERTO-FIN.

           MOVE PIG-CUENTA TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO REDUCIR-DESCUBIERTO-FIN.

           COMPUTE SOBREG-CENT = (CTA-SOBREG-ENT * 100)
               + CTA-SOBREG-DEC - PIG-LINEA-CENT.
           IF SOBREG-CENT < 0
               MOVE 0 TO SOBREG-CENT.
           COMPUTE CTA-SOBREG-ENT = SOBREG-CENT / 100.
           MOVE FUNCTION MOD(SOBREG-CENT, 100) TO CTA-SOBREG-DEC.
           REWRITE CUENTAREG INVALID KEY CONTINUE.
           CLOSE CUENTAS.

       REDUCIR-DESCUBIERTO-FIN.
           EXIT.

       SIGUIENTE-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSK = 35
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSDP=" FSDP " " "FSM=" FSM " " "FSK=" FSK " "
               "FSPG=" FSPG
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
