           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL F-INGBILLETES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBI-MOV-NUM
           FILE STATUS IS FSIB.


       DATA DIVISION.
       FILE SECTION.
           02 TPRIMER-USO-C PIC  X(1).
           02 TIDIOMA-C    PIC  X(2).

      * Billetes de cada ingreso en efectivo, por el numero del
      * movimiento del ingreso.  Los dudosos que separa el lector
      * quedan en un movimiento pendiente (IBI-MOV-PEND) hasta que el
      * centro de efectivo los verifica (BANK72): estado S sin
      * dudosos, P pendiente de verificar, V verificado pendiente de
      * abono y A abonado por BATCHBIL.
       FD F-INGBILLETES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ingresosbilletes.ubd".
       01 INGBILLETE-REG.
           02 IBI-MOV-NUM           PIC  9(35).
           02 IBI-TARJETA           PIC  9(16).
           02 IBI-TERMINAL          PIC   9(4).
           02 IBI-FECHA             PIC   9(8).
           02 IBI-HORA              PIC   9(6).
           02 IBI-ACEP-10           PIC   9(5).
           02 IBI-ACEP-20           PIC   9(5).
           02 IBI-ACEP-50           PIC   9(5).
           02 IBI-DUD-10            PIC   9(5).
           02 IBI-DUD-20            PIC   9(5).
           02 IBI-DUD-50            PIC   9(5).
           02 IBI-DUD-CENT          PIC   9(9).
           02 IBI-MOV-PEND          PIC  9(35).
           02 IBI-BUE-10            PIC   9(5).
           02 IBI-BUE-20            PIC   9(5).
           02 IBI-BUE-50            PIC   9(5).
           02 IBI-FAL-10            PIC   9(5).
           02 IBI-FAL-20            PIC   9(5).
           02 IBI-FAL-50            PIC   9(5).
           02 IBI-FECHA-VERIF       PIC   9(8).
           02 IBI-OPERADOR          PIC   9(4).
           02 IBI-ESTADO            PIC   X(1).


       WORKING-STORAGE SECTION.
       77 FSMS                     PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).
       77 FSM                       PIC   X(2).
       77 FSK                       PIC   X(2).
       77 FSIB                      PIC   X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       77 BILL10-USUARIO           PIC    9(5).
       77 BILL20-USUARIO           PIC    9(5).
       77 BILL50-USUARIO           PIC    9(5).
       77 DUD10-USUARIO            PIC    9(5).
       77 DUD20-USUARIO            PIC    9(5).
       77 DUD50-USUARIO            PIC    9(5).
       77 CENT-DUDOSO-USER         PIC    9(9).
       77 DUDOSO-ENT-USUARIO       PIC    9(7).
       77 INGRESO-MOV-NUM          PIC   9(35).
       77 PEND-MOV-NUM             PIC   9(35).
       77 SALDO-USUARIO-ENT        PIC   S9(9).
       77 SALDO-USUARIO-DEC        PIC    9(2).
       77 CENT-SALDO-USER          PIC  S9(11).

       77 CON                      PIC   X(35) VALUE "Ingreso".
       77 CON-CHEQUE               PIC   X(8)  VALUE "Cheque ".
       77 CON-DUDOSOS              PIC   X(35) VALUE
           "Billetes en revision".
       77 PRESSED-KEY              PIC    9(4).

       77 TIPO-INGRESO             PIC    9(1).
               LINE 15 COL 41 PIC 9(5) USING BILL20-USUARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 16 COL 41 PIC 9(5) USING BILL50-USUARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 14 COL 54 PIC 9(5) USING DUD10-USUARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 15 COL 54 PIC 9(5) USING DUD20-USUARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 16 COL 54 PIC 9(5) USING DUD50-USUARIO.

       01 ENTRADA-CHEQUE.
           05 FILLER BLANK ZERO AUTO UNDERLINE
           INITIALIZE BILL10-USUARIO.
           INITIALIZE BILL20-USUARIO.
           INITIALIZE BILL50-USUARIO.
           INITIALIZE DUD10-USUARIO.
           INITIALIZE DUD20-USUARIO.
           INITIALIZE DUD50-USUARIO.
           INITIALIZE EURENT-USUARIO.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           DISPLAY "Billetes de 10 EUR:         " LINE 14 COLUMN 21.
           DISPLAY "Billetes de 20 EUR:         " LINE 15 COLUMN 21.
           DISPLAY "Billetes de 50 EUR:         " LINE 16 COLUMN 21.
           DISPLAY "Dudosos" LINE 13 COLUMN 54.
       CONF2.
           ACCEPT ENTRADA-USUARIO ON EXCEPTION
           IF ESC-PRESSED THEN
               GO TO PANT
           END-IF.

      * El lector separa los billetes que no reconoce; de cada
      * denominacion solo se abonan ahora los aceptados.
           IF DUD10-USUARIO > BILL10-USUARIO
              OR DUD20-USUARIO > BILL20-USUARIO
              OR DUD50-USUARIO > BILL50-USUARIO
               DISPLAY "Hay mas dudosos que billetes introducidos"
                   LINE 18 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO CONF2
           END-IF.

           COMPUTE CENT-IMPOR-USER =
                 ((BILL10-USUARIO - DUD10-USUARIO) * 1000)
               + ((BILL20-USUARIO - DUD20-USUARIO) * 2000)
               + ((BILL50-USUARIO - DUD50-USUARIO) * 5000).
           COMPUTE CENT-DUDOSO-USER = (DUD10-USUARIO * 1000)
               + (DUD20-USUARIO * 2000) + (DUD50-USUARIO * 5000).

           



       ESCRITURA.
           MOVE 0 TO INGRESO-MOV-NUM.
           MOVE 0 TO PEND-MOV-NUM.
           IF CENT-IMPOR-USER = 0 AND CENT-DUDOSO-USER > 0
               GO TO ESCRITURA-DUDOSOS.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM            TO MOV-NUM.
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           MOVE LAST-MOV-NUM TO INGRESO-MOV-NUM.

      * Los dudosos van a un movimiento pendiente, sin tocar el
      * saldo, como los cheques: BATCHBIL lo confirma con el abono de
      * los que el centro de efectivo da por buenos.
       ESCRITURA-DUDOSOS.
           IF CENT-DUDOSO-USER = 0
               GO TO ESCRITURA-BILLETES.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM            TO MOV-NUM.
           MOVE TNUM                    TO MOV-TARJETA.
           MOVE ANO                     TO MOV-ANO.
           MOVE MES                     TO MOV-MES.
           MOVE DIA                     TO MOV-DIA.
           MOVE HORAS                   TO MOV-HOR.
           MOVE MINUTOS                 TO MOV-MIN.
           MOVE SEGUNDOS                TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = CENT-DUDOSO-USER / 100.
           MOVE FUNCTION MOD(CENT-DUDOSO-USER, 100)
               TO MOV-IMPORTE-DEC.
           MOVE CON-DUDOSOS             TO MOV-CONCEPTO.
           MOVE SALDO-USUARIO-ENT       TO MOV-SALDOPOS-ENT.
           MOVE SALDO-USUARIO-DEC       TO MOV-SALDOPOS-DEC.
           MOVE "P"                     TO MOV-ESTADO.
           MOVE "EUR"                   TO MOV-MONEDA.
           MOVE TERMINAL-ID   TO MOV-TERMINAL.
           MOVE "ATM"           TO MOV-CANAL.
           MOVE "EFE"           TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE LAST-MOV-NUM TO PEND-MOV-NUM.
           IF INGRESO-MOV-NUM = 0
               MOVE LAST-MOV-NUM TO INGRESO-MOV-NUM.

       ESCRITURA-BILLETES.
           CLOSE F-MOVIMIENTOS.
           PERFORM REGISTRAR-BILLETES THRU REGISTRAR-BILLETES-FIN.




           DISPLAY SALDO-DISPLAY-FINAL.

           IF CENT-DUDOSO-USER > 0
               COMPUTE DUDOSO-ENT-USUARIO = CENT-DUDOSO-USER / 100
               DISPLAY "Billetes retenidos para revision:"
                   LINE 13 COLUMN 19
               DISPLAY DUDOSO-ENT-USUARIO LINE 13 COLUMN 53
               DISPLAY "EUR" LINE 13 COLUMN 61
               DISPLAY "Se abonaran cuando se verifique que son"
                   LINE 14 COLUMN 19
               DISPLAY "autenticos." LINE 15 COLUMN 19
           END-IF.

           MOVE "Ingreso de efectivo"    TO JUS-TITULO.
           MOVE TNUM                     TO JUS-TARJETA.
           MOVE TERMINAL-ID              TO JUS-TERMINAL.
           MOVE INGRESO-MOV-NUM          TO JUS-REFERENCIA.
           MOVE CENT-IMPOR-USER          TO JUS-IMPORTE-CENT.
           MOVE CENT-SALDO-USER          TO JUS-SALDO-CENT.
           MOVE "S"                      TO JUS-CON-SALDO.
           EXIT.


      * Deja constancia de los billetes aceptados y dudosos del
      * ingreso con la tarjeta y el cajero, para poder remontar
      * cualquier billete falso que aparezca despues.
       REGISTRAR-BILLETES.
           OPEN I-O F-INGBILLETES.
           IF FSIB = 35
               CLOSE F-INGBILLETES
               OPEN OUTPUT F-INGBILLETES
               CLOSE F-INGBILLETES
               OPEN I-O F-INGBILLETES.
           IF FSIB <> 00 AND 05
               GO TO PSYS-ERR.

           INITIALIZE INGBILLETE-REG.
           MOVE INGRESO-MOV-NUM  TO IBI-MOV-NUM.
           MOVE TNUM             TO IBI-TARJETA.
           MOVE TERMINAL-ID      TO IBI-TERMINAL.
           COMPUTE IBI-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE IBI-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           COMPUTE IBI-ACEP-10 = BILL10-USUARIO - DUD10-USUARIO.
           COMPUTE IBI-ACEP-20 = BILL20-USUARIO - DUD20-USUARIO.
           COMPUTE IBI-ACEP-50 = BILL50-USUARIO - DUD50-USUARIO.
           MOVE DUD10-USUARIO    TO IBI-DUD-10.
           MOVE DUD20-USUARIO    TO IBI-DUD-20.
           MOVE DUD50-USUARIO    TO IBI-DUD-50.
           MOVE CENT-DUDOSO-USER TO IBI-DUD-CENT.
           MOVE PEND-MOV-NUM     TO IBI-MOV-PEND.
           IF CENT-DUDOSO-USER > 0
               MOVE "P" TO IBI-ESTADO
           ELSE
               MOVE "S" TO IBI-ESTADO.

           WRITE INGBILLETE-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-INGBILLETES.

       REGISTRAR-BILLETES-FIN.
           EXIT.


      * Mantiene el maestro de saldos en la misma unidad de trabajo
      * que la escritura del movimiento.
       ACTUALIZAR-SALDO-MAESTRO.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSM=" FSM " " "FSK=" FSK " " "FSSA=" FSSA " "
               "FSIB=" FSIB
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TNUM TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.

           CLOSE F-MOVIMIENTOS.
           CLOSE CONTADORES.
           CLOSE F-INGBILLETES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
