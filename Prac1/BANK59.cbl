       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK59.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-OFERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFR-CUENTA
           FILE STATUS IS FSOF.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTM-NUM
           ALTERNATE RECORD KEY IS PTM-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPT.

           SELECT OPTIONAL F-CUADRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM-CLAVE
           FILE STATUS IS FSCA.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Ofertas de credito preconcedido, una por cuenta, que deja el
      * lote mensual BATCHOFR.  OFR-TIPO: S ampliacion del descubierto
      * hasta OFR-IMPORTE-CENT, P prestamo personal de ese principal
      * a OFR-TASA-BP y OFR-MESES.  OFR-ESTADO: P pendiente, A
      * aceptada, R rechazada por el titular, C caducada o retirada.
       FD F-OFERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertas.ubd".
       01 OFERTA-REG.
           02 OFR-CUENTA            PIC 9(16).
           02 OFR-TIPO              PIC  X(1).
           02 OFR-IMPORTE-CENT      PIC 9(11).
           02 OFR-TASA-BP           PIC  9(4).
           02 OFR-MESES             PIC  9(3).
           02 OFR-INGRESOS-CENT     PIC 9(11).
           02 OFR-SALDO-MEDIO-CENT  PIC S9(11).
           02 OFR-FECHA             PIC  9(8).
           02 OFR-CADUCIDAD         PIC  9(8).
           02 OFR-ESTADO            PIC  X(1).
           02 OFR-FECHA-RESPUESTA   PIC  9(8).
           02 OFR-TARJETA           PIC 9(16).
           02 OFR-PRESTAMO          PIC 9(10).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM-C      PIC 9(16).
           02 TPIN-SALT-C  PIC  9(4).
           02 TPIN-HASH-C PIC  9(9).
           02 TCAD-C      PIC  9(6).
           02 CTA-ID-C    PIC 9(16).
           02 TPRIMER-USO-C PIC  X(1).
           02 TIDIOMA-C    PIC  X(2).

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

      * Maestro de prestamos personales.  Estado A vigente, M con
      * cuotas en mora, F amortizado.
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

      * Cuadro de amortizacion: una linea por cuota.  Estado P
      * pendiente, C cobrada, M vencida sin cobrar.
       FD F-CUADRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuadroamort.ubd".
       01 CUADRO-REG.
           02 CAM-CLAVE.
               03 CAM-PRESTAMO      PIC  9(10).
               03 CAM-CUOTA         PIC   9(3).
           02 CAM-FECHA             PIC   9(8).
           02 CAM-CUOTA-CENT        PIC  S9(9).
           02 CAM-INTERES-CENT      PIC  S9(9).
           02 CAM-AMORT-CENT        PIC  S9(9).
           02 CAM-PENDIENTE-CENT    PIC S9(11).
           02 CAM-ESTADO            PIC   X(1).
           02 CAM-MOV-NUM           PIC  9(35).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-ESTADO            PIC   X(1).
           02 MOV-MONEDA            PIC   X(3).
           02 MOV-TERMINAL          PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSOF                     PIC   X(2).
       77 FST                      PIC   X(2).
       77 FSU                      PIC   X(2).
       77 FSPT                     PIC   X(2).
       77 FSCA                     PIC   X(2).
       77 FSM                      PIC   X(2).
       77 FSSA                     PIC   X(2).
       77 FSK                      PIC   X(2).
       77 FSFO                     PIC   X(2).
       77 SALDOM-ENCONTRADO        PIC   9(1).

       78 BLACK                  VALUE      0.
       78 BLUE                   VALUE      1.
       78 GREEN                  VALUE      2.
       78 CYAN                   VALUE      3.
       78 RED                    VALUE      4.
       78 MAGENTA                VALUE      5.
       78 YELLOW                 VALUE      6.
       78 WHITE                  VALUE      7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC   9(4).
               10 MES              PIC   9(2).
               10 DIA              PIC   9(2).
           05 HORA.
               10 HORAS            PIC   9(2).
               10 MINUTOS          PIC   9(2).
               10 SEGUNDOS         PIC   9(2).
               10 MILISEGUNDOS     PIC   9(2).
           05 DIF-GMT              PIC  S9(4).

       01 KEYBOARD-STATUS          PIC  9(4).
           88 ENTER-PRESSED      VALUE     0.
           88 ESC-PRESSED        VALUE  2005.
           88 TIMEOUT-PRESSED    VALUE  8001.

       77 PRESSED-KEY              PIC   9(4).
       77 OPCION-OFR               PIC   9(1).
       77 CUENTA-OFERTA            PIC  9(16).
       77 FECHA-HOY-AAAAMMDD       PIC   9(8).

       77 IMPORTE-OFR-ENT          PIC   9(9).
       77 IMPORTE-OFR-DEC          PIC   9(2).
       77 LIMITE-ACTUAL-CENT       PIC  S9(11).

       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-PTM-NUM             PIC  9(10).
       77 CENT-SALDO-ACTUAL        PIC S9(11).
       77 PRINCIPAL-CENT           PIC S9(11).
       77 CUOTA-CENT               PIC  S9(9).
       77 PENDIENTE-CENT           PIC S9(11).
       77 CUOTA-LINEA              PIC  S9(9).
       77 INTERES-LINEA            PIC  S9(9).
       77 AMORT-LINEA              PIC  S9(9).
       77 TASA-MES                 PIC  9V9(12).
       77 FACTOR-POT               PIC  9(7)V9(12).
       77 NUM-CUOTA                PIC  9(3).
       77 PLAZO-MESES              PIC  9(3).
       77 DIA-PAGO                 PIC  9(2).
       77 PROX-ANO                 PIC  9(4).
       77 PROX-MES                 PIC  9(2).
       77 CUOTA-OFR-ENT            PIC  9(7).
       77 CUOTA-OFR-DEC            PIC  9(2).

       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).
       01 DATOS-AUTORIZADO.
           02 AUTC-TARJETA          PIC 9(16).
           02 AUTC-IMPORTE-CENT     PIC S9(11).
           02 AUTC-RESULTADO        PIC  X(1).
           02 AUTC-LIMITE-CENT      PIC S9(11).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
       77 TERMINAL-ID              PIC   9(4).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.


      * Oferta de credito preconcedido tras abrir sesion en el
      * cajero.  Sin oferta vigente para la cuenta de la tarjeta se
      * vuelve al menu sin pantalla.  Aceptarla amplia al momento el
      * descubierto de la cuenta o da de alta el prestamo con su
      * cuadro y abona el principal en la tarjeta, igual que BANK48
      * en sucursal.
       PROCEDURE DIVISION USING TNUM TERMINAL-ID.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000)
               + (MES * 100) + DIA.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               EXIT PROGRAM.

           MOVE TNUM TO TNUM-C.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               EXIT PROGRAM.
           CLOSE TARJETAS.

           IF CTA-ID-C = 0
               EXIT PROGRAM.
           MOVE CTA-ID-C TO CUENTA-OFERTA.

      * El prestamo se abona y se cobra en el saldo de la tarjeta, asi
      * que con una tarjeta de credito no se ofrece.
           MOVE TNUM TO CRE-TARJETA.
           MOVE "C"  TO CRE-OPERACION.
           MOVE 0    TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           IF CRE-RESULTADO = "O"
               EXIT PROGRAM.

           OPEN INPUT F-OFERTAS.
           IF FSOF <> 00
               CLOSE F-OFERTAS
               EXIT PROGRAM.

           MOVE CUENTA-OFERTA TO OFR-CUENTA.
           READ F-OFERTAS INVALID KEY
               CLOSE F-OFERTAS
               EXIT PROGRAM.
           CLOSE F-OFERTAS.

           IF OFR-ESTADO NOT = "P"
               EXIT PROGRAM.
           IF OFR-CADUCIDAD < FECHA-HOY-AAAAMMDD
               EXIT PROGRAM.

      * La tarjeta de un autorizado solo compromete la cuenta dentro
      * del alcance y la vigencia de su autorizacion.
           MOVE TNUM TO AUTC-TARJETA.
           MOVE OFR-IMPORTE-CENT TO AUTC-IMPORTE-CENT.
           CALL "BANKAUT" USING DATOS-AUTORIZADO.
           IF AUTC-RESULTADO = "C" OR AUTC-RESULTADO = "U"
              OR AUTC-RESULTADO = "V"
               EXIT PROGRAM.

           COMPUTE IMPORTE-OFR-ENT = OFR-IMPORTE-CENT / 100.
           MOVE FUNCTION MOD(OFR-IMPORTE-CENT, 100)
               TO IMPORTE-OFR-DEC.

           IF OFR-TIPO = "P"
               MOVE OFR-IMPORTE-CENT TO PRINCIPAL-CENT
               MOVE OFR-MESES        TO PLAZO-MESES
               PERFORM CALCULAR-CUOTA THRU CALCULAR-CUOTA-FIN
               COMPUTE CUOTA-OFR-ENT = CUOTA-CENT / 100
               MOVE FUNCTION MOD(CUOTA-CENT, 100) TO CUOTA-OFR-DEC
           END-IF.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Cajero Automatico UnizarBank" LINE 2 COLUMN 26
               WITH FOREGROUND-COLOR IS 1.
           DISPLAY "Oferta de credito preconcedido" LINE 6
               COLUMN 25.

       MOSTRAR-OFERTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           IF OFR-TIPO = "S"
               DISPLAY "Le ofrecemos ampliar el descubierto" LINE 9
                   COLUMN 19
               DISPLAY "autorizado de su cuenta hasta" LINE 10
                   COLUMN 19
               DISPLAY IMPORTE-OFR-ENT LINE 10 COLUMN 49
               DISPLAY "," LINE 10 COLUMN 58
               DISPLAY IMPORTE-OFR-DEC LINE 10 COLUMN 59
               DISPLAY "EUR" LINE 10 COLUMN 62
           ELSE
               DISPLAY "Le ofrecemos un prestamo personal de"
                   LINE 9 COLUMN 19
               DISPLAY IMPORTE-OFR-ENT LINE 10 COLUMN 19
               DISPLAY "," LINE 10 COLUMN 28
               DISPLAY IMPORTE-OFR-DEC LINE 10 COLUMN 29
               DISPLAY "EUR a" LINE 10 COLUMN 32
               DISPLAY OFR-MESES LINE 10 COLUMN 38
               DISPLAY "meses, interes" LINE 10 COLUMN 42
               DISPLAY OFR-TASA-BP LINE 10 COLUMN 57
               DISPLAY "p.b." LINE 10 COLUMN 62
               DISPLAY "Cuota mensual:" LINE 11 COLUMN 19
               DISPLAY CUOTA-OFR-ENT LINE 11 COLUMN 34
               DISPLAY "," LINE 11 COLUMN 41
               DISPLAY CUOTA-OFR-DEC LINE 11 COLUMN 42
               DISPLAY "EUR" LINE 11 COLUMN 45
           END-IF.

           DISPLAY "Valida hasta:" LINE 12 COLUMN 19.
           DISPLAY OFR-CADUCIDAD(7:2) LINE 12 COLUMN 33.
           DISPLAY "-" LINE 12 COLUMN 35.
           DISPLAY OFR-CADUCIDAD(5:2) LINE 12 COLUMN 36.
           DISPLAY "-" LINE 12 COLUMN 38.
           DISPLAY OFR-CADUCIDAD(1:4) LINE 12 COLUMN 39.
           DISPLAY "1 + Enter - Aceptar la oferta" LINE 14 COLUMN 19.
           DISPLAY "2 + Enter - No me interesa" LINE 15 COLUMN 19.
           DISPLAY "Enter - Decidir en otro momento" LINE 16 COLUMN 19.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

       OFERTA-ACEPTAR.
           INITIALIZE OPCION-OFR.
           ACCEPT OPCION-OFR LINE 24 COLUMN 80 WITH TIME-OUT 60000
               ON EXCEPTION
           IF ESC-PRESSED THEN
               EXIT PROGRAM
           ELSE IF TIMEOUT-PRESSED THEN
               EXIT PROGRAM
           ELSE
               GO TO OFERTA-ACEPTAR
           END-IF.

           IF OPCION-OFR = 1
               GO TO ACEPTAR-OFERTA.
           IF OPCION-OFR = 2
               GO TO RECHAZAR-OFERTA.
           EXIT PROGRAM.

      * Se relee la oferta por si el lote la ha renovado o retirado
      * mientras estaba en pantalla.
       ACEPTAR-OFERTA.
           OPEN I-O F-OFERTAS.
           IF FSOF <> 00
               GO TO PSYS-ERR.

           MOVE CUENTA-OFERTA TO OFR-CUENTA.
           READ F-OFERTAS INVALID KEY GO TO PSYS-ERR.

           IF OFR-ESTADO NOT = "P"
              OR OFR-CADUCIDAD < FECHA-HOY-AAAAMMDD
               CLOSE F-OFERTAS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "La oferta ya no esta disponible" LINE 10
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33
               GO TO FIN-ENTER.

           IF OFR-TIPO = "S"
               PERFORM AMPLIAR-DESCUBIERTO
                   THRU AMPLIAR-DESCUBIERTO-FIN
           ELSE
               PERFORM ALTA-PRESTAMO THRU ALTA-PRESTAMO-FIN
           END-IF.

           MOVE "A"                TO OFR-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO OFR-FECHA-RESPUESTA.
           MOVE TNUM               TO OFR-TARJETA.
           REWRITE OFERTA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-OFERTAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF OFR-TIPO = "S"
               DISPLAY "Descubierto de la cuenta ampliado" LINE 10
                   COLUMN 24
           ELSE
               DISPLAY "Prestamo concedido numero" LINE 10 COLUMN 20
               DISPLAY LAST-PTM-NUM LINE 10 COLUMN 46
               DISPLAY "Principal abonado en la tarjeta" LINE 12
                   COLUMN 20
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO FIN-ENTER.

       RECHAZAR-OFERTA.
           OPEN I-O F-OFERTAS.
           IF FSOF <> 00
               GO TO PSYS-ERR.

           MOVE CUENTA-OFERTA TO OFR-CUENTA.
           READ F-OFERTAS INVALID KEY GO TO PSYS-ERR.

           IF OFR-ESTADO = "P"
               MOVE "R"                TO OFR-ESTADO
               MOVE FECHA-HOY-AAAAMMDD TO OFR-FECHA-RESPUESTA
               MOVE TNUM               TO OFR-TARJETA
               REWRITE OFERTA-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE F-OFERTAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No volveremos a mostrarle esta oferta" LINE 10
               COLUMN 22.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       FIN-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               IF TIMEOUT-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO FIN-ENTER.

      * El nuevo limite solo se aplica si mejora el que ya tiene la
      * cuenta; un descubierto mayor concedido en sucursal se respeta.
       AMPLIAR-DESCUBIERTO.
           OPEN I-O CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.

           MOVE CUENTA-OFERTA TO CUENTA-ID.
           READ CUENTAS INVALID KEY GO TO PSYS-ERR.

           COMPUTE LIMITE-ACTUAL-CENT = (CTA-SOBREG-ENT * 100)
                                       + CTA-SOBREG-DEC.
           IF OFR-IMPORTE-CENT > LIMITE-ACTUAL-CENT
               COMPUTE CTA-SOBREG-ENT = OFR-IMPORTE-CENT / 100
               MOVE FUNCTION MOD(OFR-IMPORTE-CENT, 100)
                   TO CTA-SOBREG-DEC
               REWRITE CUENTAREG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE CUENTAS.

       AMPLIAR-DESCUBIERTO-FIN.
           EXIT.

      * Alta del prestamo por la via de BANK48: registro maestro,
      * cuadro completo y abono del principal en la tarjeta con la
      * que se acepta.  El dia de pago es el de hoy, limitado a 28.
       ALTA-PRESTAMO.
           MOVE OFR-IMPORTE-CENT TO PRINCIPAL-CENT.
           MOVE OFR-MESES        TO PLAZO-MESES.
           PERFORM CALCULAR-CUOTA THRU CALCULAR-CUOTA-FIN.

           MOVE DIA TO DIA-PAGO.
           IF DIA-PAGO > 28
               MOVE 28 TO DIA-PAGO.

           PERFORM SIGUIENTE-PTM-NUM THRU SIGUIENTE-PTM-NUM-FIN.

           OPEN I-O F-PRESTAMOS.
           IF FSPT = 35
               CLOSE F-PRESTAMOS
               OPEN OUTPUT F-PRESTAMOS
               CLOSE F-PRESTAMOS
               OPEN I-O F-PRESTAMOS.
           IF FSPT <> 00
               GO TO PSYS-ERR.

           MOVE LAST-PTM-NUM       TO PTM-NUM.
           MOVE CUENTA-OFERTA      TO PTM-CUENTA.
           MOVE TNUM               TO PTM-TARJETA.
           MOVE PRINCIPAL-CENT     TO PTM-PRINCIPAL-CENT.
           MOVE OFR-TASA-BP        TO PTM-TASA-BP.
           MOVE PLAZO-MESES        TO PTM-MESES.
           MOVE DIA-PAGO           TO PTM-DIA-PAGO.
           MOVE CUOTA-CENT         TO PTM-CUOTA-CENT.
           MOVE PRINCIPAL-CENT     TO PTM-PENDIENTE-CENT.
           MOVE 0                  TO PTM-PAGADAS.
           MOVE 0                  TO PTM-MORA.
           MOVE FECHA-HOY-AAAAMMDD TO PTM-FECHA-ALTA.
           MOVE 0                  TO PTM-OPERADOR.
           MOVE "A"                TO PTM-ESTADO.
           WRITE PRESTAMO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-PRESTAMOS.

           PERFORM GENERAR-CUADRO THRU GENERAR-CUADRO-FIN.

           MOVE TNUM TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               MOVE SAL-CENT TO CENT-SALDO-ACTUAL
           ELSE
               MOVE 0 TO CENT-SALDO-ACTUAL.
           ADD PRINCIPAL-CENT TO CENT-SALDO-ACTUAL.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE TNUM                  TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = PRINCIPAL-CENT / 100.
           MOVE FUNCTION MOD(PRINCIPAL-CENT, 100) TO MOV-IMPORTE-DEC.
           MOVE SPACES                TO MOV-CONCEPTO.
           STRING "Prestamo personal " LAST-PTM-NUM
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE TERMINAL-ID           TO MOV-TERMINAL.
           MOVE "PTM"                 TO MOV-CANAL.
           MOVE "OTR"                 TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

           MOVE LAST-PTM-NUM TO OFR-PRESTAMO.

       ALTA-PRESTAMO-FIN.
           EXIT.

      * Cuota constante del sistema frances, redondeada al centimo,
      * con la misma formula que el alta en sucursal.
       CALCULAR-CUOTA.
           COMPUTE TASA-MES = OFR-TASA-BP / 120000.

           IF OFR-TASA-BP = 0
               COMPUTE CUOTA-CENT ROUNDED =
                   PRINCIPAL-CENT / PLAZO-MESES
           ELSE
               COMPUTE FACTOR-POT = (1 + TASA-MES) ** PLAZO-MESES
               COMPUTE CUOTA-CENT ROUNDED =
                   PRINCIPAL-CENT * TASA-MES * FACTOR-POT
                   / (FACTOR-POT - 1)
           END-IF.

       CALCULAR-CUOTA-FIN.
           EXIT.

      * Reparto de la cuota NUM-CUOTA entre intereses sobre el
      * capital pendiente y amortizacion; la ultima cuota liquida
      * el resto para absorber los redondeos.
       DESGLOSAR-CUOTA.
           COMPUTE INTERES-LINEA ROUNDED = PENDIENTE-CENT * TASA-MES.
           COMPUTE AMORT-LINEA = CUOTA-CENT - INTERES-LINEA.

           IF NUM-CUOTA = PLAZO-MESES
              OR AMORT-LINEA > PENDIENTE-CENT
               MOVE PENDIENTE-CENT TO AMORT-LINEA.

           COMPUTE CUOTA-LINEA = AMORT-LINEA + INTERES-LINEA.
           SUBTRACT AMORT-LINEA FROM PENDIENTE-CENT.

       DESGLOSAR-CUOTA-FIN.
           EXIT.

      * Graba el cuadro completo; la primera cuota vence el dia de
      * pago del mes siguiente al alta.
       GENERAR-CUADRO.
           OPEN I-O F-CUADRO.
           IF FSCA = 35
               CLOSE F-CUADRO
               OPEN OUTPUT F-CUADRO
               CLOSE F-CUADRO
               OPEN I-O F-CUADRO.
           IF FSCA <> 00
               GO TO PSYS-ERR.

           MOVE PRINCIPAL-CENT TO PENDIENTE-CENT.
           MOVE 0 TO NUM-CUOTA.
           MOVE ANO TO PROX-ANO.
           MOVE MES TO PROX-MES.

       GENERAR-LINEA-CUADRO.
           ADD 1 TO NUM-CUOTA.
           IF NUM-CUOTA > PLAZO-MESES
               GO TO CUADRO-GENERADO.

           ADD 1 TO PROX-MES.
           IF PROX-MES > 12
               MOVE 1 TO PROX-MES
               ADD 1 TO PROX-ANO.

           PERFORM DESGLOSAR-CUOTA THRU DESGLOSAR-CUOTA-FIN.

           MOVE LAST-PTM-NUM   TO CAM-PRESTAMO.
           MOVE NUM-CUOTA      TO CAM-CUOTA.
           MOVE CUOTA-LINEA    TO CAM-CUOTA-CENT.
           MOVE INTERES-LINEA  TO CAM-INTERES-CENT.
           MOVE AMORT-LINEA    TO CAM-AMORT-CENT.
           MOVE PENDIENTE-CENT TO CAM-PENDIENTE-CENT.
           COMPUTE CAM-FECHA = (PROX-ANO * 10000) + (PROX-MES * 100)
               + DIA-PAGO.
           MOVE "P"            TO CAM-ESTADO.
           MOVE 0              TO CAM-MOV-NUM.
           WRITE CUADRO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO GENERAR-LINEA-CUADRO.

       CUADRO-GENERADO.
           CLOSE F-CUADRO.

       GENERAR-CUADRO-FIN.
           EXIT.

       SIGUIENTE-PTM-NUM.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE "PTM" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "PTM" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.

           ADD 1 TO CONT-VALOR.
           MOVE CONT-VALOR TO LAST-PTM-NUM.
           REWRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CONTADORES.

       SIGUIENTE-PTM-NUM-FIN.
           EXIT.

       SIGUIENTE-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE "MOV" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "MOV" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.

           ADD 1 TO CONT-VALOR.
           MOVE CONT-VALOR TO LAST-MOV-NUM.
           REWRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CONTADORES.

       SIGUIENTE-MOV-NUM-FIN.
           EXIT.

      * Mantiene el maestro de saldos en la misma unidad de trabajo
      * que la escritura del movimiento.
       ACTUALIZAR-SALDO-MAESTRO.
           OPEN I-O F-SALDOS.
           IF FSSA = 35
               CLOSE F-SALDOS
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS.
           IF FSSA <> 00
               GO TO ACTUALIZAR-SALDO-MAESTRO-FIN.

           MOVE MOV-TARJETA TO SAL-TARJETA.
           COMPUTE SAL-CENT = (MOV-SALDOPOS-ENT * 100)
                             + MOV-SALDOPOS-DEC.
           REWRITE SALDO-REG INVALID KEY
               WRITE SALDO-REG INVALID KEY CONTINUE.
           CLOSE F-SALDOS.

       ACTUALIZAR-SALDO-MAESTRO-FIN.
           EXIT.

       LEER-SALDO-MAESTRO.
           MOVE 0 TO SALDOM-ENCONTRADO.

           OPEN INPUT F-SALDOS.
           IF FSSA <> 00
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-FIN.

           READ F-SALDOS INVALID KEY
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-FIN.

           MOVE 1 TO SALDOM-ENCONTRADO.
           CLOSE F-SALDOS.

       LEER-SALDO-MAESTRO-FIN.
           EXIT.

       PSYS-ERR.
           MOVE "BANK59"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSOF=" FSOF " " "FSU=" FSU " " "FSPT=" FSPT " "
               "FSM=" FSM DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TNUM TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-OFERTAS.
           CLOSE CUENTAS.
           CLOSE F-PRESTAMOS.
           CLOSE F-CUADRO.
           CLOSE F-MOVIMIENTOS.
           CLOSE CONTADORES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       PSYS-ERR-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               IF TIMEOUT-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PSYS-ERR-ENTER.

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
