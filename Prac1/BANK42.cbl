           02 PPD-VALOR             PIC  9(9).
           02 PPD-FECHA-EFECTO      PIC  9(8).
           02 PPD-OPERADOR          PIC  9(4).
           02 PPD-PREAVISO          PIC  X(1).
           02 PPD-FECHA-AVISO       PIC  9(8).

       FD F-AUDITORIA
           LABEL RECORD STANDARD
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

       77 LAST-AUD-NUM             PIC  9(10).
       77 AUDIT-ACCION             PIC X(20).
       77 LINEA-ACTUAL             PIC  9(2).
       77 PARAMS-LISTADOS          PIC  9(2).

      * Los tipos y margenes que se aplican al cliente exigen
      * preavisarle con este plazo antes de cambiar.
       78 MESES-PREAVISO           VALUE 2.
       77 PREAVISO-REQUERIDO       PIC  X(1).
       77 EFECTO-ANO               PIC  9(4).
       77 EFECTO-MES               PIC  9(3).
       77 EFECTO-DIA               PIC  9(2).
       77 FECHA-MIN-EFECTO         PIC  9(8).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
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

       01 CAMBIO-ACCEPT.
           05 FILLER AUTO LINE 19 COL 40
           DISPLAY "Identificacion del operador" LINE 8 COLUMN 26.
           INITIALIZE OPID-INTRO.
           INITIALIZE OPPIN-INTRO.
           INITIALIZE MODO-INTRO.
           DISPLAY "Operador:" LINE 10 COLUMN 20.
           DISPLAY "Clave:" LINE 11 COLUMN 20.
           DISPLAY "Formacion (S/N):" LINE 12 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.


           MOVE OPID-INTRO  TO ACC-OPID.
           MOVE OPPIN-INTRO TO ACC-PIN.
           MOVE MODO-INTRO  TO ACC-MODO.
           CALL "BANKOPS" USING DATOS-ACCESO.

           IF ACC-RESULTADO = "S"
               GO TO PEDIR-CAMBIO.

           PERFORM LEER-VALOR-ACTUAL THRU LEER-VALOR-ACTUAL-FIN.
           PERFORM COMPROBAR-PREAVISO THRU COMPROBAR-PREAVISO-FIN.

           OPEN I-O F-PARAMPEND.
           IF FSPP = 35
           MOVE VALOR-INTRO        TO PPD-VALOR.
           MOVE FECHA-EFECTO-INTRO TO PPD-FECHA-EFECTO.
           MOVE OPERADOR-ACTUAL    TO PPD-OPERADOR.
           MOVE PREAVISO-REQUERIDO TO PPD-PREAVISO.
           MOVE 0                  TO PPD-FECHA-AVISO.
           REWRITE PARAMPEND-REG INVALID KEY
               WRITE PARAMPEND-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-PARAMPEND.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           IF PREAVISO-REQUERIDO = "S"
               DISPLAY "Cambio programado con preaviso a clientes;"
                   LINE 22 COLUMN 12
               DISPLAY "en vigor el" LINE 23 COLUMN 12
               DISPLAY FECHA-EFECTO-INTRO LINE 23 COLUMN 24
           ELSE
               DISPLAY "Cambio programado; entrara en vigor en el"
                   LINE 22 COLUMN 12
               DISPLAY "corte de fecha" LINE 23 COLUMN 12.

       CAMBIO-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
               GO TO LISTAR-PARAMETROS.
           GO TO LISTAR-PARAMETROS.

      * Tipos de deposito, penalizacion por cancelacion y margen de
      * cambio de divisa llegan al cliente: su cambio no puede entrar
      * en vigor antes de cumplirse el preaviso, y el corte lo retiene
      * hasta que se haya lanzado la campana de aviso.
       COMPROBAR-PREAVISO.
           MOVE "N" TO PREAVISO-REQUERIDO.
           IF PARID-INTRO = "DEPTASA3" OR PARID-INTRO = "DEPTASA6"
              OR PARID-INTRO = "DEPTASA12"
              OR PARID-INTRO = "DEPPENALBP"
              OR PARID-INTRO = "DIVMARGBP"
               MOVE "S" TO PREAVISO-REQUERIDO.
           IF PREAVISO-REQUERIDO = "N"
               GO TO COMPROBAR-PREAVISO-FIN.

      * Hoy mas el plazo de preaviso; si el dia no existe en el mes
      * de destino se pasa al dia 1 del siguiente, nunca antes.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO TO EFECTO-ANO.
           COMPUTE EFECTO-MES = MES + MESES-PREAVISO.
           MOVE DIA TO EFECTO-DIA.
           IF EFECTO-DIA > 28
               MOVE 1 TO EFECTO-DIA
               ADD 1 TO EFECTO-MES.

       AJUSTAR-EFECTO-MES.
           IF EFECTO-MES > 12
               SUBTRACT 12 FROM EFECTO-MES
               ADD 1 TO EFECTO-ANO
               GO TO AJUSTAR-EFECTO-MES.

           COMPUTE FECHA-MIN-EFECTO = (EFECTO-ANO * 10000)
               + (EFECTO-MES * 100) + EFECTO-DIA.
           IF FECHA-EFECTO-INTRO < FECHA-MIN-EFECTO
               MOVE FECHA-MIN-EFECTO TO FECHA-EFECTO-INTRO.

       COMPROBAR-PREAVISO-FIN.
           EXIT.

       LEER-PENDIENTE.
           MOVE 0 TO PPD-VALOR.
           MOVE 0 TO PPD-FECHA-EFECTO.
