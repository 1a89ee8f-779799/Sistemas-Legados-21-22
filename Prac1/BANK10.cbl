           FILE STATUS IS FSOP.


           SELECT OPTIONAL F-AUTORIZADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-CLAVE
           ALTERNATE RECORD KEY IS AUT-TARJETA WITH DUPLICATES
           FILE STATUS IS FSAT.


           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FSAU.


           SELECT OPTIONAL F-RESIDENCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-CTA-ID
           FILE STATUS IS FSRF.


       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
       01 TERMINAL-REG.
           02 TERM-ID               PIC  9(4).
           02 TERM-UBICACION        PIC X(30).
           02 TERM-OFICINA          PIC  9(4).


       FD F-OPERADORES
           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).


      * Personas autorizadas y apoderados de la cuenta; la tarjeta
      * emitida a un autorizado queda enlazada a su autorizacion.
       FD F-AUTORIZADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "autorizados.ubd".
       01 AUTORIZADO-REG.
           02 AUT-CLAVE.
               03 AUT-CUENTA        PIC 9(16).
               03 AUT-NUM           PIC  9(3).
           02 AUT-NIF               PIC  X(9).
           02 AUT-NOMBRE            PIC X(30).
           02 AUT-ALCANCE           PIC  X(1).
           02 AUT-LIMITE-CENT       PIC S9(11).
           02 AUT-FECHA-DESDE       PIC  9(8).
           02 AUT-FECHA-HASTA       PIC  9(8).
           02 AUT-DOCUMENTO         PIC X(20).
           02 AUT-TARJETA           PIC 9(16).
           02 AUT-OPERADOR          PIC  9(4).
           02 AUT-ESTADO            PIC  X(1).


       FD F-AUDITORIA
           02 AUD-SEG               PIC  9(2).


      * Residencia fiscal del titular a efectos de CRS/FATCA, con el
      * resultado de la comprobacion de indicios de residencia
      * extranjera.
       FD F-RESIDENCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "residenciafiscal.ubd".
       01 RESIDENCIA-REG.
           02 RES-CTA-ID            PIC 9(16).
           02 RES-PAIS-FISCAL       PIC  X(2).
           02 RES-NIF-EXTRANJERO    PIC X(20).
           02 RES-PAIS-DOMICILIO    PIC  X(2).
           02 RES-PREFIJO-TEL       PIC  9(3).
           02 RES-INDICIOS          PIC  X(1).
           02 RES-MOTIVO            PIC X(30).
           02 RES-REVISION          PIC  X(1).
           02 RES-FECHA             PIC  9(8).
           02 RES-OPERADOR          PIC  9(4).


       WORKING-STORAGE SECTION.
       77 FSAU                     PIC  X(2).
       77 LAST-AUD-NUM             PIC  9(10).
       77 OPERADOR-NIVEL           PIC  9(1).
       77 OPID-INTRO               PIC  9(4).
       77 OPPIN-INTRO              PIC  9(4).
       77 MODO-INTRO               PIC  X(1).

       01 DATOS-ACCESO.
           02 ACC-OPID             PIC  9(4).
           02 ACC-PIN              PIC  9(4).
           02 ACC-RESULTADO        PIC  X(1).
           02 ACC-NIVEL            PIC  9(1).
           02 ACC-MODO             PIC  X(1) VALUE "N".
           02 ACC-AVISO            PIC X(15) VALUE SPACES.
       77 NOMBREOP-INTRO           PIC  X(30).
       77 NIVELOP-INTRO            PIC  9(1).
       77 FSPM                     PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSAT                     PIC  X(2).
       77 AUTNIF-INTRO             PIC  X(9).
       77 AUTNUM-ENCONTRADO        PIC  9(3).
       77 AUT-ENCONTRADO           PIC  9(1).
       77 FECHA-HOY-AAAAMMDD       PIC  9(8).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 MINIMO-DEC-INTRO         PIC  9(2).
       77 TERMID-INTRO             PIC  9(4).
       77 UBICACION-INTRO          PIC  X(30).
       77 OFICINA-INTRO            PIC  9(4).
       77 OFICINA-ANTES            PIC  9(4).

       77 NIF-INTRO                PIC  X(9).
       77 FNAC-INTRO               PIC  9(8).
       77 LETRAS-NIF               PIC  X(23) VALUE
           "TRWAGMYFPDXBNJZSQVHLCKE".

       78 PAIS-ENTIDAD             VALUE "ES".
       78 PREFIJO-ENTIDAD          VALUE 34.
       77 FSRF                     PIC  X(2).
       77 DIRECCION-INTRO          PIC X(35).
       77 PAISDOM-INTRO            PIC  X(2).
       77 PREFIJO-INTRO            PIC  9(3).
       77 PAISFIS-INTRO            PIC  X(2).
       77 NIFEXT-INTRO             PIC X(20).
       77 REVISION-INTRO           PIC  X(1).
       77 PAISFIS-ANTES            PIC  X(2).
       77 INDICIOS-CALC            PIC  X(1).
       77 MOTIVO-CALC              PIC X(30).
       77 RESIDENCIA-CAPTURADA     PIC  9(1).


       01 DATOS-OFICINA.
           02 OFIC-MODO             PIC  X(1).
           02 OFIC-TIPO             PIC  X(1).
           02 OFIC-ID               PIC 9(16).
           02 OFIC-OFICINA          PIC  9(4).
           02 OFIC-RESULTADO        PIC  X(1).
           02 OFIC-NOMBRE           PIC X(30).
           02 OFIC-REGION           PIC X(20).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.
           05 FILLER LINE 1 COL 66 FOREGROUND-COLOR RED HIGHLIGHT
               PIC X(15) FROM ACC-AVISO.

       01 SIGNON-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(4) USING OPID-INTRO.
           05 FILLER BLANK ZERO SECURE AUTO LINE 11 COL 45
               PIC 9(4) USING OPPIN-INTRO.
           05 FILLER LINE 12 COL 45
               PIC X(1) USING MODO-INTRO.

       01 OPERADOR-ALTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 46
               PIC 9(4) USING OPPIN-INTRO.
           05 FILLER AUTO LINE 12 COL 46
               PIC X(30) USING NOMBREOP-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 46
               PIC 9(1) USING NIVELOP-INTRO.
           05 FILLER LINE 14 COL 46
               PIC 9(4) USING OFICINA-INTRO.


       01 ALTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 51
               PIC 9(16) USING CTAID-INTRO.

       01 AUTNIF-ACCEPT.
           05 FILLER AUTO LINE 15 COL 51
               PIC X(9) USING AUTNIF-INTRO.

       01 NOMBRE-ACCEPT.
           05 FILLER AUTO LINE 15 COL 40
               PIC X(30) USING NOMBRE-INTRO.
               PIC X(9) USING NIF-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 17 COL 45
               PIC 9(8) USING FNAC-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 18 COL 45
               PIC 9(9) USING TELEF-INTRO.
           05 FILLER LINE 19 COL 45
               PIC 9(4) USING OFICINA-INTRO.

       01 RESIDENCIA-ACCEPT.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(35) USING DIRECCION-INTRO.
           05 FILLER AUTO LINE 11 COL 40
               PIC X(2) USING PAISDOM-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 40
               PIC 9(3) USING PREFIJO-INTRO.
           05 FILLER AUTO LINE 13 COL 40
               PIC X(2) USING PAISFIS-INTRO.
           05 FILLER LINE 14 COL 40
               PIC X(20) USING NIFEXT-INTRO.

       01 REVISION-ACCEPT.
           05 FILLER AUTO LINE 18 COL 62
               PIC X(1) USING REVISION-INTRO.

       01 TERMINAL-ALTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(4) USING TERMID-INTRO.
           05 FILLER AUTO LINE 12 COL 45
               PIC X(30) USING UBICACION-INTRO.
           05 FILLER LINE 13 COL 45
               PIC 9(4) USING OFICINA-INTRO.


       PROCEDURE DIVISION.
           DISPLAY "Identificacion del operador" LINE 8 COLUMN 26.
           INITIALIZE OPID-INTRO.
           INITIALIZE OPPIN-INTRO.
           INITIALIZE MODO-INTRO.
           DISPLAY "Operador:" LINE 10 COLUMN 20.
           DISPLAY "Clave:" LINE 11 COLUMN 20.
           DISPLAY "Formacion (S/N):" LINE 12 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

      * fallidos y la caducidad de la clave del operador.
           MOVE OPID-INTRO  TO ACC-OPID.
           MOVE OPPIN-INTRO TO ACC-PIN.
           MOVE MODO-INTRO  TO ACC-MODO.
           CALL "BANKOPS" USING DATOS-ACCESO.

           IF ACC-RESULTADO = "S"
           INITIALIZE TCAD-INTRO.
           INITIALIZE CTAID-INTRO.
           INITIALIZE NOMBRE-INTRO.
           INITIALIZE AUTNIF-INTRO.
           INITIALIZE DIRECCION-INTRO.
           DISPLAY "Numero de tarjeta:" LINE 10 COLUMN 20.
           DISPLAY "Caducidad (AAAAMM):" LINE 12 COLUMN 20.
           DISPLAY "Numero de cuenta (0=cuenta nueva):" LINE 13
               END-ACCEPT
               PERFORM CAPTURAR-IDENTIDAD
                   THRU CAPTURAR-IDENTIDAD-FIN
               PERFORM CAPTURAR-RESIDENCIA
                   THRU CAPTURAR-RESIDENCIA-FIN
               PERFORM ALTA-CUENTA-NUEVA THRU ALTA-CUENTA-NUEVA-FIN
               PERFORM GRABAR-RESIDENCIA THRU GRABAR-RESIDENCIA-FIN
               MOVE "C"         TO OFIC-TIPO
               MOVE CTAID-INTRO TO OFIC-ID
               PERFORM ADSCRIBIR-OFICINA THRU ADSCRIBIR-OFICINA-FIN
           ELSE
               PERFORM VERIFICA-CUENTA-EXISTE
                   THRU VERIFICA-CUENTA-EXISTE-FIN
               PERFORM PEDIR-AUTORIZADO THRU PEDIR-AUTORIZADO-FIN.

           OPEN I-O TARJETAS.
           IF FST <> 00 AND 05
               REWRITE INTENTOSREG.
           CLOSE INTENTOS.

           IF AUTNIF-INTRO NOT = SPACES
               PERFORM ENLAZAR-AUTORIZADO THRU ENLAZAR-AUTORIZADO-FIN.

           MOVE "ALTA TARJETA" TO AUDIT-ACCION.
           MOVE TNUM-INTRO     TO AUDIT-CLAVE.
           MOVE AUTNIF-INTRO   TO AUDIT-ANTES.
           MOVE CTAID-INTRO    TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Una tarjeta sobre cuenta existente puede emitirse a una
      * persona autorizada vigente que aun no tenga tarjeta; queda
      * limitada al alcance de su autorizacion.
       PEDIR-AUTORIZADO.
           MOVE SPACES TO AUTNIF-INTRO.
           DISPLAY "NIF del autorizado (vacio=titular):" LINE 15
               COLUMN 14.

           ACCEPT AUTNIF-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-TARJETA.

           IF AUTNIF-INTRO = SPACES
               GO TO PEDIR-AUTORIZADO-FIN.

           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE 0 TO AUT-ENCONTRADO.

           OPEN INPUT F-AUTORIZADOS.
           IF FSAT <> 00
               CLOSE F-AUTORIZADOS
               GO TO AUTORIZADO-NO-VIGENTE.

           MOVE CTAID-INTRO TO AUT-CUENTA.
           MOVE 0           TO AUT-NUM.
           START F-AUTORIZADOS KEY IS > AUT-CLAVE
               INVALID KEY GO TO AUTORIZADOS-LEIDOS.

       LEER-AUTORIZADO.
           READ F-AUTORIZADOS NEXT RECORD AT END
               GO TO AUTORIZADOS-LEIDOS.
           IF AUT-CUENTA NOT = CTAID-INTRO
               GO TO AUTORIZADOS-LEIDOS.
           IF AUT-NIF NOT = AUTNIF-INTRO OR AUT-ESTADO NOT = "A"
               GO TO LEER-AUTORIZADO.
           IF FECHA-HOY-AAAAMMDD < AUT-FECHA-DESDE
               GO TO LEER-AUTORIZADO.
           IF AUT-FECHA-HASTA NOT = 0
              AND FECHA-HOY-AAAAMMDD > AUT-FECHA-HASTA
               GO TO LEER-AUTORIZADO.
           IF AUT-TARJETA NOT = 0
               MOVE 2 TO AUT-ENCONTRADO
               GO TO LEER-AUTORIZADO.
           MOVE 1 TO AUT-ENCONTRADO.
           MOVE AUT-NUM TO AUTNUM-ENCONTRADO.

       AUTORIZADOS-LEIDOS.
           CLOSE F-AUTORIZADOS.
           IF AUT-ENCONTRADO = 2
               GO TO AUTORIZADO-CON-TARJETA.
           IF AUT-ENCONTRADO = 0
               GO TO AUTORIZADO-NO-VIGENTE.

       PEDIR-AUTORIZADO-FIN.
           EXIT.

       AUTORIZADO-NO-VIGENTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta de tarjeta nueva" LINE 6 COLUMN 28.
           DISPLAY "Ese NIF no tiene autorizacion vigente" LINE 10
               COLUMN 20 WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "sobre la cuenta" LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       AUTORIZADO-CON-TARJETA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta de tarjeta nueva" LINE 6 COLUMN 28.
           DISPLAY "El autorizado ya tiene tarjeta; para otra" LINE 10
               COLUMN 20 WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "registre antes una nueva autorizacion" LINE 11
               COLUMN 20 WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ENLAZAR-AUTORIZADO.
           OPEN I-O F-AUTORIZADOS.
           IF FSAT <> 00
               GO TO PSYS-ERR.

           MOVE CTAID-INTRO       TO AUT-CUENTA.
           MOVE AUTNUM-ENCONTRADO TO AUT-NUM.
           READ F-AUTORIZADOS INVALID KEY GO TO PSYS-ERR.
           MOVE TNUM-INTRO TO AUT-TARJETA.
           REWRITE AUTORIZADO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-AUTORIZADOS.

       ENLAZAR-AUTORIZADO-FIN.
           EXIT.

       ALTA-CUENTA-NUEVA.
           MOVE 0 TO LAST-CUENTA-ID.


           MOVE CTAID-INTRO TO CUENTA-ID.
           MOVE NOMBRE-INTRO TO CTA-NOMBRE.
           MOVE DIRECCION-INTRO TO CTA-DIRECCION.
           MOVE ANO TO CTA-ANO-ALTA.
           MOVE MES TO CTA-MES-ALTA.
           MOVE DIA TO CTA-DIA-ALTA.
           INITIALIZE OPPIN-INTRO.
           INITIALIZE NOMBREOP-INTRO.
           INITIALIZE NIVELOP-INTRO.
           INITIALIZE OFICINA-INTRO.
           DISPLAY "Identificador de operador:" LINE 10 COLUMN 14.
           DISPLAY "Clave del operador:" LINE 11 COLUMN 14.
           DISPLAY "Nombre:" LINE 12 COLUMN 14.
           DISPLAY "Nivel (0-Form 1-Ofic 2-Sup):" LINE 13
               COLUMN 14.
           DISPLAY "Oficina (0=ninguna):" LINE 14 COLUMN 14.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

               ELSE
                   GO TO ALTA-OPERADOR.

           IF OPID-INTRO = 0 OR NIVELOP-INTRO > 2
               DISPLAY "Revise identificador y nivel" LINE 15
                   COLUMN 14 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO ALTA-OPERADOR.

           PERFORM COMPROBAR-OFICINA THRU COMPROBAR-OFICINA-FIN.
           IF OFIC-RESULTADO NOT = "O"
               DISPLAY "Oficina inexistente o cerrada" LINE 15
                   COLUMN 14 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO ALTA-OPERADOR.

           OPEN I-O F-OPERADORES.
           IF FSOP = 35
               CLOSE F-OPERADORES
               GO TO PSYS-ERR.

           MOVE OPID-INTRO     TO OP-ID.
           READ F-OPERADORES INVALID KEY
               MOVE SPACES TO OP-NIF
               MOVE 0      TO OP-TURNO-INICIO
               MOVE 0      TO OP-TURNO-FIN.
           MOVE OPID-INTRO     TO OP-ID.
           MOVE OPPIN-INTRO    TO OP-PIN.
           MOVE NOMBREOP-INTRO TO OP-NOMBRE.
           MOVE NIVELOP-INTRO  TO OP-NIVEL.
           MOVE OFICINA-INTRO  TO OP-OFICINA.
           REWRITE OPERADOR-REG INVALID KEY
               WRITE OPERADOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-OPERADORES.
           INITIALIZE NIF-INTRO.
           INITIALIZE FNAC-INTRO.
           INITIALIZE TELEF-INTRO.
           INITIALIZE OFICINA-INTRO.

       CAPTURAR-IDENTIDAD-PANTALLA.
           DISPLAY "NIF/NIE del titular:" LINE 16 COLUMN 20.
           DISPLAY "F. nacimiento (AAAAMMDD):" LINE 17 COLUMN 14.
           DISPLAY "Telefono:" LINE 18 COLUMN 20.
           DISPLAY "Oficina (0=ninguna):" LINE 19 COLUMN 20.

           ACCEPT IDENTIDAD-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   BACKGROUND-COLOR IS RED
               GO TO CAPTURAR-IDENTIDAD-PANTALLA.

           PERFORM COMPROBAR-OFICINA THRU COMPROBAR-OFICINA-FIN.
           IF OFIC-RESULTADO NOT = "O"
               DISPLAY "Oficina inexistente o cerrada" LINE 20
                   COLUMN 20 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO CAPTURAR-IDENTIDAD-PANTALLA.

       CAPTURAR-IDENTIDAD-FIN.
           EXIT.

           MOVE CTA-NIF       TO NIF-INTRO.
           MOVE CTA-FECHA-NAC TO FNAC-INTRO.
           MOVE CTA-TELEFONO  TO TELEF-INTRO.
           MOVE CTA-DIRECCION TO DIRECCION-INTRO.

           MOVE "C"         TO OFIC-MODO.
           MOVE "C"         TO OFIC-TIPO.
           MOVE CTAID-INTRO TO OFIC-ID.
           CALL "BANKOFI" USING DATOS-OFICINA.
           MOVE OFIC-OFICINA TO OFICINA-ANTES.
           MOVE OFIC-OFICINA TO OFICINA-INTRO.

       EDITAR-IDENTIDAD-PANTALLA.
           DISPLAY "NIF/NIE del titular:" LINE 16 COLUMN 20.
           DISPLAY "F. nacimiento (AAAAMMDD):" LINE 17 COLUMN 14.
           DISPLAY "Telefono:" LINE 18 COLUMN 20.
           DISPLAY "Oficina (0=ninguna):" LINE 19 COLUMN 20.

           ACCEPT IDENTIDAD-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   BACKGROUND-COLOR IS RED
               GO TO EDITAR-IDENTIDAD-PANTALLA.

      * Una oficina ya cerrada se admite si es la que tenia.
           IF OFICINA-INTRO NOT = OFICINA-ANTES
               PERFORM COMPROBAR-OFICINA THRU COMPROBAR-OFICINA-FIN
               IF OFIC-RESULTADO NOT = "O"
                   DISPLAY "Oficina inexistente o cerrada" LINE 20
                       COLUMN 20 WITH FOREGROUND-COLOR IS BLACK
                       BACKGROUND-COLOR IS RED
                   GO TO EDITAR-IDENTIDAD-PANTALLA.

           PERFORM CAPTURAR-RESIDENCIA THRU CAPTURAR-RESIDENCIA-FIN.

           MOVE NIF-INTRO   TO CTA-NIF.
           MOVE FNAC-INTRO  TO CTA-FECHA-NAC.
           MOVE TELEF-INTRO TO CTA-TELEFONO.
           MOVE DIRECCION-INTRO TO CTA-DIRECCION.
           REWRITE CUENTAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE CUENTAS.

           PERFORM GRABAR-RESIDENCIA THRU GRABAR-RESIDENCIA-FIN.

           IF OFICINA-INTRO NOT = OFICINA-ANTES
               MOVE "C"         TO OFIC-TIPO
               MOVE CTAID-INTRO TO OFIC-ID
               PERFORM ADSCRIBIR-OFICINA THRU ADSCRIBIR-OFICINA-FIN
               MOVE SPACES TO AUDIT-CLAVE
               STRING "C " CTAID-INTRO
                   DELIMITED BY SIZE INTO AUDIT-CLAVE
               MOVE OFICINA-ANTES TO AUDIT-ANTES
               MOVE OFICINA-INTRO TO AUDIT-DESPUES
               MOVE "CAMBIO OFICINA" TO AUDIT-ACCION
               PERFORM REGISTRAR-AUDITORIA
                   THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Datos de identidad del titular" LINE 6
               COLUMN 24.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Domicilio y residencia fiscal del titular.  Si los datos
      * apuntan a otro pais distinto del de residencia declarado hay
      * indicios de residencia extranjera y la cuenta queda pendiente
      * de revision hasta que se aporte documentacion.
       CAPTURAR-RESIDENCIA.
           MOVE 0 TO RESIDENCIA-CAPTURADA.
           MOVE PAIS-ENTIDAD    TO PAISDOM-INTRO.
           MOVE PREFIJO-ENTIDAD TO PREFIJO-INTRO.
           MOVE PAIS-ENTIDAD    TO PAISFIS-INTRO.
           MOVE SPACES          TO NIFEXT-INTRO.
           MOVE SPACES          TO PAISFIS-ANTES.

           IF CTAID-INTRO = 0
               GO TO CAPTURAR-RESIDENCIA-PANTALLA.

           OPEN INPUT F-RESIDENCIA.
           IF FSRF <> 00
               GO TO CAPTURAR-RESIDENCIA-PANTALLA.

           MOVE CTAID-INTRO TO RES-CTA-ID.
           READ F-RESIDENCIA INVALID KEY
               CLOSE F-RESIDENCIA
               GO TO CAPTURAR-RESIDENCIA-PANTALLA.
           CLOSE F-RESIDENCIA.

           MOVE RES-PAIS-DOMICILIO TO PAISDOM-INTRO.
           MOVE RES-PREFIJO-TEL    TO PREFIJO-INTRO.
           MOVE RES-PAIS-FISCAL    TO PAISFIS-INTRO.
           MOVE RES-NIF-EXTRANJERO TO NIFEXT-INTRO.
           MOVE RES-PAIS-FISCAL    TO PAISFIS-ANTES.

       CAPTURAR-RESIDENCIA-PANTALLA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Residencia fiscal del titular" LINE 6 COLUMN 25.
           DISPLAY "Direccion:" LINE 10 COLUMN 20.
           DISPLAY "Pais del domicilio:" LINE 11 COLUMN 20.
           DISPLAY "Prefijo telefono:" LINE 12 COLUMN 20.
           DISPLAY "Pais residencia fiscal:" LINE 13 COLUMN 16.
           DISPLAY "NIF extranjero (TIN):" LINE 14 COLUMN 18.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT RESIDENCIA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CAPTURAR-RESIDENCIA-FIN
               ELSE
                   GO TO CAPTURAR-RESIDENCIA-PANTALLA.

           MOVE FUNCTION UPPER-CASE(PAISDOM-INTRO) TO PAISDOM-INTRO.
           MOVE FUNCTION UPPER-CASE(PAISFIS-INTRO) TO PAISFIS-INTRO.
           MOVE FUNCTION UPPER-CASE(NIFEXT-INTRO) TO NIFEXT-INTRO.

           IF PAISDOM-INTRO IS NOT ALPHABETIC
              OR PAISDOM-INTRO(2:1) = SPACE
              OR PAISFIS-INTRO IS NOT ALPHABETIC
              OR PAISFIS-INTRO(2:1) = SPACE
              OR PREFIJO-INTRO = 0
               DISPLAY "Pais o prefijo no valido, reviselo" LINE 20
                   COLUMN 20 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO CAPTURAR-RESIDENCIA-PANTALLA.

           PERFORM COMPROBAR-INDICIOS THRU COMPROBAR-INDICIOS-FIN.
           MOVE " " TO REVISION-INTRO.
           IF INDICIOS-CALC = "N"
               GO TO CAPTURAR-RESIDENCIA-OK.

           DISPLAY "Indicios de residencia extranjera:" LINE 16
               COLUMN 20 WITH FOREGROUND-COLOR IS BLACK
               BACKGROUND-COLOR IS YELLOW.
           DISPLAY MOTIVO-CALC LINE 17 COLUMN 20.
           DISPLAY "Documentacion revisada y conforme (S/N):" LINE 18
               COLUMN 20.

       CAPTURAR-RESIDENCIA-REVISION.
           ACCEPT REVISION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CAPTURAR-RESIDENCIA-FIN
               ELSE
                   GO TO CAPTURAR-RESIDENCIA-REVISION.

           MOVE FUNCTION UPPER-CASE(REVISION-INTRO) TO REVISION-INTRO.
           IF REVISION-INTRO NOT = "S" AND REVISION-INTRO NOT = "N"
               GO TO CAPTURAR-RESIDENCIA-REVISION.

       CAPTURAR-RESIDENCIA-OK.
           MOVE 1 TO RESIDENCIA-CAPTURADA.

       CAPTURAR-RESIDENCIA-FIN.
           EXIT.

       COMPROBAR-INDICIOS.
           MOVE "N" TO INDICIOS-CALC.
           MOVE SPACES TO MOTIVO-CALC.

           IF PAISDOM-INTRO NOT = PAISFIS-INTRO
               MOVE "S" TO INDICIOS-CALC
               MOVE "Domicilio fuera del pais fiscal" TO MOTIVO-CALC
               GO TO COMPROBAR-INDICIOS-FIN.

           IF PAISFIS-INTRO = PAIS-ENTIDAD
              AND PREFIJO-INTRO NOT = PREFIJO-ENTIDAD
               MOVE "S" TO INDICIOS-CALC
               MOVE "Telefono con prefijo extranjero" TO MOTIVO-CALC
               GO TO COMPROBAR-INDICIOS-FIN.

           IF PAISFIS-INTRO NOT = PAIS-ENTIDAD
              AND NIFEXT-INTRO = SPACES
               MOVE "S" TO INDICIOS-CALC
               MOVE "Falta NIF del pais de residencia" TO MOTIVO-CALC.

       COMPROBAR-INDICIOS-FIN.
           EXIT.

       GRABAR-RESIDENCIA.
           IF RESIDENCIA-CAPTURADA = 0
               GO TO GRABAR-RESIDENCIA-FIN.

           OPEN I-O F-RESIDENCIA.
           IF FSRF = 35
               CLOSE F-RESIDENCIA
               OPEN OUTPUT F-RESIDENCIA
               CLOSE F-RESIDENCIA
               OPEN I-O F-RESIDENCIA.
           IF FSRF <> 00
               GO TO PSYS-ERR.

           MOVE CTAID-INTRO     TO RES-CTA-ID.
           MOVE PAISFIS-INTRO   TO RES-PAIS-FISCAL.
           MOVE NIFEXT-INTRO    TO RES-NIF-EXTRANJERO.
           MOVE PAISDOM-INTRO   TO RES-PAIS-DOMICILIO.
           MOVE PREFIJO-INTRO   TO RES-PREFIJO-TEL.
           MOVE INDICIOS-CALC   TO RES-INDICIOS.
           MOVE MOTIVO-CALC     TO RES-MOTIVO.
           MOVE " " TO RES-REVISION.
           IF INDICIOS-CALC = "S"
               MOVE "P" TO RES-REVISION.
           IF INDICIOS-CALC = "S" AND REVISION-INTRO = "S"
               MOVE "V" TO RES-REVISION.
           COMPUTE RES-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE OPERADOR-ACTUAL TO RES-OPERADOR.
           WRITE RESIDENCIA-REG INVALID KEY
               REWRITE RESIDENCIA-REG INVALID KEY
                   CLOSE F-RESIDENCIA
                   GO TO PSYS-ERR.
           CLOSE F-RESIDENCIA.

           MOVE "RESIDENCIA FISCAL" TO AUDIT-ACCION.
           MOVE CTAID-INTRO   TO AUDIT-CLAVE.
           MOVE PAISFIS-ANTES TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING PAISFIS-INTRO " " INDICIOS-CALC " " RES-REVISION
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

       GRABAR-RESIDENCIA-FIN.
           EXIT.

       REACTIVAR-CUENTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reactivar cuenta durmiente" LINE 6 COLUMN 26.
               COLUMN 22.
           INITIALIZE TERMID-INTRO.
           INITIALIZE UBICACION-INTRO.
           INITIALIZE OFICINA-INTRO.
           DISPLAY "Identificador de terminal:" LINE 10 COLUMN 15.
           DISPLAY "Ubicacion:" LINE 12 COLUMN 15.
           DISPLAY "Oficina (0=ninguna):" LINE 13 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

                   BACKGROUND-COLOR IS RED
               GO TO ALTA-TERMINAL.

           PERFORM COMPROBAR-OFICINA THRU COMPROBAR-OFICINA-FIN.
           IF OFIC-RESULTADO NOT = "O"
               DISPLAY "Oficina inexistente o cerrada" LINE 14
                   COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO ALTA-TERMINAL.

           OPEN I-O F-TERMINALES.
           IF FSQ <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE TERMID-INTRO    TO TERM-ID.
           MOVE UBICACION-INTRO TO TERM-UBICACION.
           MOVE OFICINA-INTRO   TO TERM-OFICINA.
           REWRITE TERMINAL-REG INVALID KEY
               WRITE TERMINAL-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-TERMINALES.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * La oficina tecleada debe existir y estar abierta; 0 deja
      * la cuenta, operador o terminal sin oficina.
       COMPROBAR-OFICINA.
           MOVE "O" TO OFIC-RESULTADO.
           IF OFICINA-INTRO = 0
               GO TO COMPROBAR-OFICINA-FIN.

           MOVE "V"           TO OFIC-MODO.
           MOVE OFICINA-INTRO TO OFIC-OFICINA.
           CALL "BANKOFI" USING DATOS-OFICINA.

       COMPROBAR-OFICINA-FIN.
           EXIT.

      * Graba OFICINA-INTRO como oficina de la cuenta OFIC-ID.
       ADSCRIBIR-OFICINA.
           MOVE "A"           TO OFIC-MODO.
           MOVE OFICINA-INTRO TO OFIC-OFICINA.
           CALL "BANKOFI" USING DATOS-OFICINA.

       ADSCRIBIR-OFICINA-FIN.
           EXIT.

      * Anota la accion sensible en el fichero de auditoria con el
      * operador identificado y los valores antes y despues.
       REGISTRAR-AUDITORIA.
           CLOSE F-TERMINALES.
           CLOSE F-OPERADORES.
           CLOSE F-PINMAILER.
           CLOSE F-AUTORIZADOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
