           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT OPTIONAL F-TARIFASPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TPD-CLAVE
           FILE STATUS IS FSTP.

           SELECT OPTIONAL F-TARIFASCOM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COM-CLAVE
           FILE STATUS IS FSCO.


       DATA DIVISION.
       FILE SECTION.
           02 PPD-VALOR             PIC  9(9).
           02 PPD-FECHA-EFECTO      PIC  9(8).
           02 PPD-OPERADOR          PIC  9(4).
           02 PPD-PREAVISO          PIC  X(1).
           02 PPD-FECHA-AVISO       PIC  9(8).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

       FD F-TARIFASPEND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifaspend.ubd".
       01 TARIFAPEND-REG.
           02 TPD-CLAVE.
               03 TPD-OPER           PIC   X(3).
               03 TPD-TRAMO          PIC   9(1).
           02 TPD-ACCION             PIC   X(1).
           02 TPD-HASTA-CENT         PIC   9(9).
           02 TPD-FIJO-CENT          PIC   9(5).
           02 TPD-PCT-BP             PIC   9(4).
           02 TPD-FECHA-EFECTO       PIC   9(8).
           02 TPD-OPERADOR           PIC   9(4).
           02 TPD-FECHA-AVISO        PIC   9(8).

       FD F-TARIFASCOM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifascom.ubd".
       01 TARIFACOM-REG.
           02 COM-CLAVE.
               03 COM-OPER           PIC   X(3).
               03 COM-TRAMO          PIC   9(1).
           02 COM-HASTA-CENT         PIC   9(9).
           02 COM-FIJO-CENT          PIC   9(5).
           02 COM-PCT-BP             PIC   9(4).


       WORKING-STORAGE SECTION.
       77 FSFO                     PIC  X(2).
       77 FSPP                     PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSTP                     PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 PARAMS-APLICADOS         PIC  9(5) VALUE 0.
       77 PARAMS-RETENIDOS         PIC  9(5) VALUE 0.
       77 TARIFAS-APLICADAS        PIC  9(5) VALUE 0.
       77 TARIFAS-RETENIDAS        PIC  9(5) VALUE 0.

       01 CAMPOS-FECHA.
           05 FECHA.

           PERFORM APLICAR-PARAM-PENDIENTES
               THRU APLICAR-PARAM-PENDIENTES-FIN.
           PERFORM APLICAR-TARIFAS-PENDIENTES
               THRU APLICAR-TARIFAS-PENDIENTES-FIN.
           STOP RUN.

      * Los cambios de parametros programados en el mantenimiento
           IF PPD-FECHA-EFECTO > FECHA-NUEVA-AAAAMMDD
               GO TO LEER-PARAM-PENDIENTE.

      * Un cambio que llega al cliente no entra en vigor sin que se
      * le haya preavisado; BATCHAVC retrasa entonces su fecha.
           IF PPD-PREAVISO = "S" AND PPD-FECHA-AVISO = 0
               ADD 1 TO PARAMS-RETENIDOS
               GO TO LEER-PARAM-PENDIENTE.

           PERFORM VOLCAR-PARAMETRO THRU VOLCAR-PARAMETRO-FIN.

           DELETE F-PARAMPEND INVALID KEY CONTINUE.
           CLOSE F-PARAMPEND.
           DISPLAY "BATCHCUT: parametros aplicados   : "
               PARAMS-APLICADOS.
           DISPLAY "BATCHCUT: retenidos sin preaviso : "
               PARAMS-RETENIDOS.

       APLICAR-PARAM-PENDIENTES-FIN.
           EXIT.
       VOLCAR-PARAMETRO-FIN.
           EXIT.

      * Cambios de tarifas de comisiones programados en BANK27: en
      * el corte que alcanza su fecha de efecto pasan al maestro si
      * el preaviso a los clientes ya se lanzo.
       APLICAR-TARIFAS-PENDIENTES.
           OPEN I-O F-TARIFASPEND.
           IF FSTP <> 00 AND 05
               CLOSE F-TARIFASPEND
               GO TO APLICAR-TARIFAS-PENDIENTES-FIN.

       LEER-TARIFA-PENDIENTE.
           READ F-TARIFASPEND NEXT RECORD AT END
               GO TO TARIFAS-PENDIENTES-LEIDAS.

           IF TPD-FECHA-EFECTO > FECHA-NUEVA-AAAAMMDD
               GO TO LEER-TARIFA-PENDIENTE.
           IF TPD-FECHA-AVISO = 0
               ADD 1 TO TARIFAS-RETENIDAS
               GO TO LEER-TARIFA-PENDIENTE.

           PERFORM VOLCAR-TARIFA THRU VOLCAR-TARIFA-FIN.

           DELETE F-TARIFASPEND INVALID KEY CONTINUE.
           ADD 1 TO TARIFAS-APLICADAS.
           GO TO LEER-TARIFA-PENDIENTE.

       TARIFAS-PENDIENTES-LEIDAS.
           CLOSE F-TARIFASPEND.
           DISPLAY "BATCHCUT: tarifas aplicadas      : "
               TARIFAS-APLICADAS.
           DISPLAY "BATCHCUT: tarifas sin preaviso   : "
               TARIFAS-RETENIDAS.

       APLICAR-TARIFAS-PENDIENTES-FIN.
           EXIT.

       VOLCAR-TARIFA.
           OPEN I-O F-TARIFASCOM.
           IF FSCO = 35
               CLOSE F-TARIFASCOM
               OPEN OUTPUT F-TARIFASCOM
               CLOSE F-TARIFASCOM
               OPEN I-O F-TARIFASCOM.
           IF FSCO <> 00 AND 05
               GO TO VOLCAR-TARIFA-FIN.

           MOVE TPD-OPER  TO COM-OPER.
           MOVE TPD-TRAMO TO COM-TRAMO.
           IF TPD-ACCION = "B"
               DELETE F-TARIFASCOM INVALID KEY CONTINUE
               CLOSE F-TARIFASCOM
               DISPLAY "BATCHCUT: tarifa " TPD-OPER "/" TPD-TRAMO
                   " suprimida"
               GO TO VOLCAR-TARIFA-FIN.

           MOVE TPD-HASTA-CENT TO COM-HASTA-CENT.
           MOVE TPD-FIJO-CENT  TO COM-FIJO-CENT.
           MOVE TPD-PCT-BP     TO COM-PCT-BP.
           REWRITE TARIFACOM-REG INVALID KEY
               WRITE TARIFACOM-REG INVALID KEY CONTINUE.
           CLOSE F-TARIFASCOM.

           DISPLAY "BATCHCUT: tarifa " TPD-OPER "/" TPD-TRAMO
               " actualizada".

       VOLCAR-TARIFA-FIN.
           EXIT.

      * Primera puesta en marcha del control de fecha: se toma el
      * reloj como fecha contable inicial, sin avanzarla.
       SEMBRAR-FECHA-OPERACION.
