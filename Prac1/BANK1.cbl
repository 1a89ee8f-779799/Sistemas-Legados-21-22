           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT OPTIONAL F-LOTECTRL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTE-CTRL-ID
           FILE STATUS IS FSLC.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
       01 TERMINAL-REG.
           02 TERM-ID               PIC  9(4).
           02 TERM-UBICACION        PIC X(30).
           02 TERM-OFICINA          PIC  9(4).

       FD F-TERMCTL
           LABEL RECORD STANDARD
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD F-LOTECTRL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "lotectrl.ubd".
       01 LOTECTRL-REG.
           02 LOTE-CTRL-ID          PIC X(10).
           02 LOTE-ESTADO           PIC  X(1).
           02 LOTE-FECHA            PIC  9(8).
           02 LOTE-HORA-INI         PIC  9(6).
           02 LOTE-LIMITE-CENT      PIC  9(9).

       WORKING-STORAGE SECTION.
       77 FSSA                     PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).
       77 CUENTA-DURMIENTE         PIC  X(1).
       77 CUENTA-CERRADA           PIC  X(1).
       77 CUENTA-ABANDONADA        PIC  X(1).
       77 CUENTA-RESTRINGIDA       PIC  X(1).
       77 FSTC                     PIC  X(2).
       77 TERMINAL-FUERA           PIC  X(1).
       77 MOTIVO-FUERA             PIC X(30).
       77 TERMINAL-ACTUAL          PIC  9(4).
       77 TERMINAL-NUEVO           PIC  X(1).
       77 TRF-RECHAZADAS-AVISO     PIC  9(3).
       77 FSPE                     PIC  X(2).
       77 PETICIONES-AVISO         PIC  9(3).
       77 SESION-ABIERTA           PIC  X(1) VALUE "N".
       77 OFERTA-REVISAR           PIC  X(1) VALUE "N".
       77 FSLC                     PIC  X(2).
       77 VENTANA-LOTE             PIC  X(1) VALUE "N".
       77 FECHA-ACTUAL-AAAAMM      PIC  9(6).

       77 LAST-MOV-NUM             PIC  9(35).

       77 CHOICE                   PIC  9(1).
       77 OPCION-MAS               PIC  9(1).
       77 OPCION-MAS2              PIC  9(1).

       01 TNUM-LUHN-WORK           PIC 9(16).
       01 TNUM-LUHN-DIGITS REDEFINES TNUM-LUHN-WORK.



       01 DATOS-MENOR.
           02 MENC-TARJETA          PIC 9(16).
           02 MENC-OPERACION        PIC  X(1).
           02 MENC-OPCION           PIC  X(3).
           02 MENC-IMPORTE-CENT     PIC S9(11).
           02 MENC-RESULTADO        PIC  X(1).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

       01 DATOS-HISTTERM.
           02 HTT-TERMINAL          PIC  9(4).
           02 HTT-ESTADO            PIC  X(1).
           02 HTT-CAUSA             PIC  X(1).
           02 HTT-MOTIVO            PIC X(30).
           02 HTT-OPERADOR          PIC  9(4).
           02 HTT-PROGRAMA          PIC  X(8).
           02 HTT-RESULTADO         PIC  X(1).

       01 DATOS-CAPTURA.
           02 CAPC-TARJETA          PIC 9(16).
           02 CAPC-TERMINAL         PIC  9(4).
           02 CAPC-MOTIVO           PIC  X(3).
           02 CAPC-PROPIA           PIC  X(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.
               THRU COMPROBAR-FUERA-SERVICIO-FIN.
           IF TERMINAL-FUERA = "S"
               GO TO TERMINAL-FUERA-SERVICIO.
           PERFORM COMPROBAR-VENTANA-LOTE
               THRU COMPROBAR-VENTANA-LOTE-FIN.

           MOVE "Bienvenido a UnizarBank" TO MSJ-TEXTO-USAR.
           MOVE 10 TO MSJ-NUM-BUSCADO.
           MOVE 11 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 10 COLUMN 18.
           IF VENTANA-LOTE = "S"
               DISPLAY "Servicio reducido: solo retirada de efectivo"
                   LINE 12 COLUMN 18
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW
           ELSE
               DISPLAY "1 - Retirada sin tarjeta con codigo" LINE 12
                   COLUMN 22
           END-IF.

           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           ACCEPT CHOICE LINE 24 COLUMN 80 WITH TIME-OUT 60000
               ON EXCEPTION
           IF ENTER-PRESSED
               IF CHOICE = 1 AND VENTANA-LOTE NOT = "S"
                   CALL "BANK29" USING TERMINAL-ACTUAL
                   GO TO P1
               ELSE
               GO TO CUENTA-CERRADA-ERR.
           IF CUENTA-DURMIENTE = "S"
               GO TO CUENTA-DURMIENTE-ERR.
           IF CUENTA-RESTRINGIDA = "S"
               GO TO CUENTA-RESTRINGIDA-ERR.

           PERFORM REINICIAR-INTENTOS THRU REINICIAR-INTENTOS.

           PERFORM ABRIR-SESION THRU ABRIR-SESION-FIN.
           IF SESION-ABIERTA NOT = "S"
               GO TO SESION-ACTIVA-ERR.
           MOVE "S" TO OFERTA-REVISAR.

       PMENU.
           CLOSE TARJETAS.
           CLOSE INTENTOS.
           PERFORM COMPROBAR-VENTANA-LOTE
               THRU COMPROBAR-VENTANA-LOTE-FIN.

      * Nada mas abrir sesion se presenta la oferta de credito
      * preconcedida de la cuenta, si la hay, y despues la campana
      * comercial que le toque; solo una vez por sesion y nunca
      * mientras el lote nocturno tiene los ficheros.
           IF OFERTA-REVISAR = "S"
               MOVE "N" TO OFERTA-REVISAR
               IF VENTANA-LOTE NOT = "S"
                   CALL "BANK59" USING TNUM TERMINAL-ACTUAL
                   CALL "BANK60" USING TNUM TERMINAL-ACTUAL
               END-IF
           END-IF.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "1 - Consultar saldo" TO MSJ-TEXTO-USAR.
                        BACKGROUND-COLOR IS YELLOW
           END-IF.

           IF VENTANA-LOTE = "S"
               DISPLAY "Servicio reducido: solo retirada de efectivo"
                   LINE 18 COLUMN 15
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 WITH TIME-OUT 60000
               ON EXCEPTION
                   ELSE
                       GO TO PMENUA1.

      * En cuentas de menores el tutor decide que opciones se ofrecen.
           MOVE SPACES TO MENC-OPCION.
           IF CHOICE = 3
               MOVE "RET" TO MENC-OPCION.
           IF CHOICE = 7
               MOVE "ENT" TO MENC-OPCION.
           PERFORM CONSULTAR-MENOR THRU CONSULTAR-MENOR-FIN.
           IF MENC-RESULTADO = "P"
               GO TO OPCION-NO-PERMITIDA.

      * Durante la ventana del lote solo se atiende la retirada, que
      * se anota en diferido, y el aviso de tarjeta robada.
           IF VENTANA-LOTE = "S"
               IF CHOICE = 3
                   CALL "BANK70" USING TNUM TERMINAL-ACTUAL
                   GO TO PMENU
               ELSE
                   IF CHOICE NOT = 9
                       GO TO OPCION-NO-DISPONIBLE
                   END-IF
               END-IF
           END-IF.

           IF CHOICE = 1
               CALL "BANK2" USING TNUM
           DISPLAY "9 - Pedir divisas en efectivo" LINE 16 COLUMN 15.
           DISPLAY "0 - Solicitudes de dinero recibidas" LINE 17
               COLUMN 15.
           DISPLAY "Av.pag - Mas opciones" LINE 19 COLUMN 15.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
               IF ESC-PRESSED
                   GO TO PMENU
               ELSE
                   IF PGDN-PRESSED
                       GO TO PMENU-MAS2
                   ELSE
                       IF TIMEOUT-PRESSED
                           GO TO IMPRIMIR-CABECERA
                       ELSE
                           GO TO PMENU-MAS-ACEPTAR.

           MOVE SPACES TO MENC-OPCION.
           IF OPCION-MAS = 1 OR OPCION-MAS = 2 OR OPCION-MAS = 3
              OR OPCION-MAS = 0
               MOVE "PAG" TO MENC-OPCION.
           IF OPCION-MAS = 5 OR OPCION-MAS = 9
               MOVE "RET" TO MENC-OPCION.
           PERFORM CONSULTAR-MENOR THRU CONSULTAR-MENOR-FIN.
           IF MENC-RESULTADO = "P"
               GO TO OPCION-NO-PERMITIDA.

           IF OPCION-MAS = 1
               CALL "BANK12" USING TNUM TERMINAL-ACTUAL

           GO TO PMENU-MAS-ACEPTAR.

      * Segunda pagina de opciones, a la que se pasa con Av.pag
      * desde la primera.
       PMENU-MAS2.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "1 - Donar a una ONG" LINE 8 COLUMN 15.
           DISPLAY "2 - Privacidad y consentimientos" LINE 9 COLUMN 15.
           DISPLAY "Re.pag - Opciones anteriores" LINE 19 COLUMN 15.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 1.
           DISPLAY "ESC - Volver" LINE 24 COLUMN 66.

       PMENU-MAS2-ACEPTAR.
           ACCEPT OPCION-MAS2 LINE 24 COLUMN 80 WITH TIME-OUT 60000
               ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU
               ELSE
                   IF PGUP-PRESSED
                       GO TO PMENU-MAS
                   ELSE
                       IF TIMEOUT-PRESSED
                           GO TO IMPRIMIR-CABECERA
                       ELSE
                           GO TO PMENU-MAS2-ACEPTAR.

           MOVE SPACES TO MENC-OPCION.
           IF OPCION-MAS2 = 1
               MOVE "PAG" TO MENC-OPCION.
           PERFORM CONSULTAR-MENOR THRU CONSULTAR-MENOR-FIN.
           IF MENC-RESULTADO = "P"
               GO TO OPCION-NO-PERMITIDA.

           IF OPCION-MAS2 = 1
               CALL "BANK67" USING TNUM TERMINAL-ACTUAL
               GO TO PMENU.

           IF OPCION-MAS2 = 2
               CALL "BANK77" USING TNUM TERMINAL-ACTUAL
               GO TO PMENU.

           GO TO PMENU-MAS2-ACEPTAR.

       CONSULTAR-MENOR.
           MOVE "N" TO MENC-RESULTADO.
           IF MENC-OPCION = SPACES
               GO TO CONSULTAR-MENOR-FIN.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "P"  TO MENC-OPERACION.
           MOVE 0    TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

       CONSULTAR-MENOR-FIN.
           EXIT.

       OPCION-NO-PERMITIDA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Opcion no permitida por el tutor de la cuenta"
               LINE 9 COLUMN 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

       OPCION-NO-PERMITIDA-ENTER.
           ACCEPT CHOICE LINE 24 COLUMN 80 WITH TIME-OUT 60000
               ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PMENU
               ELSE
                   IF TIMEOUT-PRESSED
                       GO TO IMPRIMIR-CABECERA
                   ELSE
                       GO TO OPCION-NO-PERMITIDA-ENTER.
           GO TO PMENU.

       OPCION-NO-DISPONIBLE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion no disponible durante el cierre contable"
               LINE 9 COLUMN 15
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Puede retirar efectivo o reportar la tarjeta"
               LINE 11 COLUMN 18.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO OPCION-NO-PERMITIDA-ENTER.

      * La ventana esta abierta mientras BATCHSNP haya fotografiado
      * los saldos (A) o lo este haciendo (F) y BATCHSAF no la haya
      * cerrado; sin fichero de control el servicio es el completo.
       COMPROBAR-VENTANA-LOTE.
           MOVE "N" TO VENTANA-LOTE.
           OPEN INPUT F-LOTECTRL.
           IF FSLC <> 00
               GO TO COMPROBAR-VENTANA-LOTE-FIN.
           MOVE "LOTE" TO LOTE-CTRL-ID.
           READ F-LOTECTRL INVALID KEY
               MOVE "C" TO LOTE-ESTADO.
           IF LOTE-ESTADO = "A" OR "F"
               MOVE "S" TO VENTANA-LOTE.
           CLOSE F-LOTECTRL.

       COMPROBAR-VENTANA-LOTE-FIN.
           EXIT.


       CONSULTA-RESUMEN-CUENTA.
           MOVE 0 TO LAST-MOV-NUM.
           MOVE "N" TO CUENTA-DURMIENTE.
           MOVE "N" TO CUENTA-CERRADA.
           MOVE "N" TO CUENTA-ABANDONADA.
           MOVE "N" TO CUENTA-RESTRINGIDA.

           IF CTA-ID = 0
               GO TO COMPROBAR-CUENTA-DURMIENTE-FIN.
               MOVE "S" TO CUENTA-CERRADA.
           IF CTA-ESTADO = "E"
               MOVE "S" TO CUENTA-ABANDONADA.
           IF CTA-ESTADO = "R"
               MOVE "S" TO CUENTA-RESTRINGIDA.

       COMPROBAR-CUENTA-DURMIENTE-FIN.
           EXIT.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO PINT-ERR-ENTER.

      * Revision de diligencia debida muy atrasada (BATCHRSG): la
      * cuenta no opera hasta que la sucursal la complete.
       CUENTA-RESTRINGIDA-ERR.
           CLOSE TARJETAS.
           CLOSE INTENTOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cuenta restringida: revision de datos" LINE 9
               COLUMN 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "del titular pendiente" LINE 10 COLUMN 30
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Acuda a su sucursal para actualizarlos" LINE 12
               COLUMN 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO PINT-ERR-ENTER.

       FORZAR-CAMBIO-PIN.
           CLOSE TARJETAS.
           CLOSE INTENTOS.
           GO TO PINT-ERR-ENTER.


      * Tarjeta bloqueada: el cajero se la queda.  El motivo sale del
      * reporte que haya sobre ella; sin reporte, es bloqueo por PIN.
       PINT-ERR.
           MOVE "PIN" TO CAPC-MOTIVO.
           IF I-REPORTADO = "S"
               MOVE "ROB" TO CAPC-MOTIVO.
           IF I-REPORTADO = "K"
               MOVE "CAN" TO CAPC-MOTIVO.
           IF I-REPORTADO = "F"
               MOVE "FAL" TO CAPC-MOTIVO.
           PERFORM RETENER-TARJETA THRU RETENER-TARJETA-FIN.

           CLOSE TARJETAS.
           CLOSE INTENTOS.
           DISPLAY MSJ-TEXTO-USAR LINE 12 COLUMN 30
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "La tarjeta queda retenida en el cajero" LINE 14
               COLUMN 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
               END-IF
           ELSE
               IF ESC-PRESSED OR TIMEOUT-PRESSED
                   GO TO RETENER-CONGELADA
               ELSE
                   GO TO TARJETA-CONGELADA-ENTER.

      * Si el titular no levanta la congelacion, la tarjeta no se
      * devuelve: queda retenida hasta que la recoja en la oficina.
       RETENER-CONGELADA.
           CLOSE INTENTOS.
           MOVE "CON" TO CAPC-MOTIVO.
           PERFORM RETENER-TARJETA THRU RETENER-TARJETA-FIN.
           IF TIMEOUT-PRESSED
               GO TO IMPRIMIR-CABECERA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta queda retenida en el cajero" LINE 9
               COLUMN 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS YELLOW.
           DISPLAY "Puede recogerla en su sucursal" LINE 11
               COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS YELLOW.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO PINT-ERR-ENTER.

       LEVANTAR-CONGELACION.
           MOVE " " TO I-REPORTADO.
           REWRITE INTENTOSREG INVALID KEY GO TO PSYS-ERR.

       TARJETA-AJENA.
           CLOSE TARJETAS.
           IF VENTANA-LOTE = "S"
               GO TO TARJETA-AJENA-LOTE.
           CALL "BANK30" USING TNUM TERMINAL-ACTUAL.
           GO TO IMPRIMIR-CABECERA.

       TARJETA-AJENA-LOTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion no disponible durante el cierre contable"
               LINE 9 COLUMN 15
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Tarjetas de otras entidades: intentelo mas tarde"
               LINE 11 COLUMN 16.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO PINT-ERR-ENTER.

      * Deja constancia de que el cajero se queda con la tarjeta; el
      * transporte la retira y la oficina la devuelve o la destruye.
       RETENER-TARJETA.
           MOVE TNUM            TO CAPC-TARJETA.
           MOVE TERMINAL-ACTUAL TO CAPC-TERMINAL.
           MOVE "S"             TO CAPC-PROPIA.
           CALL "BANKCAP" USING DATOS-CAPTURA.

       RETENER-TARJETA-FIN.
           EXIT.

       TARJETA-MAL-FORMADA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El numero de tarjeta introducido no es valido"
               GO TO TARJETA-MAL-FORMADA-ENTER.

       TARJETA-CADUCADA.
           MOVE "CAD" TO CAPC-MOTIVO.
           PERFORM RETENER-TARJETA THRU RETENER-TARJETA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Esta tarjeta ha caducado" TO MSJ-TEXTO-USAR.
           MOVE 28 TO MSJ-NUM-BUSCADO.
               COLUMN 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "La tarjeta queda retenida en el cajero" LINE 13
               COLUMN 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
       PPIN-ERR.
           SUBTRACT 1 FROM IINTENTOS.
           REWRITE INTENTOSREG INVALID KEY GO TO PSYS-ERR.
           IF IINTENTOS = 0
               GO TO PINT-ERR.

           CLOSE TARJETAS.
           CLOSE INTENTOS.
           EXIT.

      * Deja constancia de la ultima actividad del terminal para la
      * consola de operacion.  La primera vez que arranca el
      * terminal queda en servicio y asi consta en el historico.
       MARCAR-LATIDO.
           MOVE "N" TO TERMINAL-NUEVO.
           OPEN I-O F-TERMCTL.
           IF FSTC = 35
               CLOSE F-TERMCTL
           READ F-TERMCTL INVALID KEY
               MOVE TERMINAL-ACTUAL TO TCT-ID
               MOVE "A" TO TCT-ESTADO
               MOVE SPACES TO TCT-MOTIVO
               MOVE "S" TO TERMINAL-NUEVO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE TCT-ULT-FECHA = (ANO * 10000) + (MES * 100)
               WRITE TERMCTL-REG INVALID KEY CONTINUE.
           CLOSE F-TERMCTL.

           IF TERMINAL-NUEVO = "S"
               MOVE TERMINAL-ACTUAL TO HTT-TERMINAL
               MOVE "A"             TO HTT-ESTADO
               MOVE SPACE           TO HTT-CAUSA
               MOVE SPACES          TO HTT-MOTIVO
               MOVE 0               TO HTT-OPERADOR
               MOVE "BANK1"         TO HTT-PROGRAMA
               CALL "BANKHTE" USING DATOS-HISTTERM.

       MARCAR-LATIDO-FIN.
           EXIT.

