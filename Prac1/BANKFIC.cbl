       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKFIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INTERFAZ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIN.

           SELECT OPTIONAL F-CONTROLFICH ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIC-CLAVE
           FILE STATUS IS FSCF.


       DATA DIVISION.
       FILE SECTION.
      * Fichero de entrada de otra entidad.  Primera linea de
      * cabecera: CAB, originador, fecha AAAAMMDD y numero de
      * secuencia del envio.  Ultima linea de pie: PIE, numero de
      * registros de detalle y total de control, que es la suma de
      * todas las cifras de los registros de detalle.
       FD F-INTERFAZ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-INTERFAZ.
       01 LINEA-INTERFAZ            PIC X(200).
       01 CABECERA-INTERFAZ.
           02 CAB-TIPO              PIC  X(3).
           02 CAB-ORIGEN            PIC  X(8).
           02 CAB-FECHA             PIC  X(8).
           02 CAB-SECUENCIA         PIC  X(6).
       01 PIE-INTERFAZ.
           02 PIE-TIPO              PIC  X(3).
           02 PIE-REGISTROS         PIC  X(9).
           02 PIE-HASH              PIC X(15).

      * Registro de ficheros recibidos: un registro por cada intento
      * de registrar un envio (originador, fecha y secuencia).
      * FIC-ESTADO: A aceptado pendiente de carga, P procesado por su
      * programa de carga, R retenido porque no cuadra o no trae
      * cabecera y pie validos, D rechazado por duplicado de un
      * envio ya procesado.
       FD F-CONTROLFICH
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ficheroscontrol.ubd".
       01 CONTROLFICH-REG.
           02 FIC-CLAVE.
               03 FIC-IDENT.
                   04 FIC-ORIGEN    PIC  X(8).
                   04 FIC-FECHA     PIC  9(8).
                   04 FIC-SECUENCIA PIC  9(6).
               03 FIC-INTENTO       PIC  9(3).
           02 FIC-FICHERO           PIC X(30).
           02 FIC-REG-DECLARADOS    PIC  9(9).
           02 FIC-REG-LEIDOS        PIC  9(9).
           02 FIC-HASH-DECLARADO    PIC  9(15).
           02 FIC-HASH-CALCULADO    PIC  9(15).
           02 FIC-ESTADO            PIC  X(1).
           02 FIC-MOTIVO            PIC X(30).
           02 FIC-FECHA-REGISTRO    PIC  9(8).
           02 FIC-HORA-REGISTRO     PIC  9(6).
           02 FIC-PROGRAMA-CARGA    PIC X(10).
           02 FIC-FECHA-CARGA       PIC  9(8).


       WORKING-STORAGE SECTION.
       77 FSIN                     PIC  X(2).
       77 FSCF                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS        PIC  9(2).
               10 MILISEGUNDOS    PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 NOMBRE-INTERFAZ          PIC X(30).

       01 IDENT-ENVIO.
           02 IDE-ORIGEN           PIC  X(8).
           02 IDE-FECHA            PIC  9(8).
           02 IDE-SECUENCIA        PIC  9(6).

       77 REG-LEIDOS               PIC  9(9).
       77 REG-DECLARADOS           PIC  9(9).
       77 HASH-CALCULADO           PIC  9(15).
       77 HASH-DECLARADO           PIC  9(15).
       77 HAY-CABECERA             PIC  X(1).
       77 HAY-PIE                  PIC  X(1).
       77 RESULTADO-VALIDACION     PIC  X(1).
       77 MOTIVO-VALIDACION        PIC X(30).

       77 IDX-POS                  PIC  9(3).
       01 CARACTER                 PIC  X(1).
       01 CARACTER-NUM REDEFINES CARACTER PIC 9(1).

       77 ULTIMO-INTENTO           PIC  9(3).
       77 INTENTO-ACEPTADO         PIC  9(3).
       77 HAY-PROCESADO            PIC  X(1).
       77 ACEPTADO-LEIDOS          PIC  9(9).
       77 ACEPTADO-HASH            PIC  9(15).
       77 ULTIMO-ESTADO            PIC  X(1).
       77 ULTIMO-LEIDOS            PIC  9(9).
       77 ULTIMO-HASH              PIC  9(15).

       LINKAGE SECTION.
       01 DATOS-FICHERO.
           02 FICC-MODO             PIC  X(1).
           02 FICC-FICHERO          PIC X(30).
           02 FICC-PROGRAMA         PIC X(10).
           02 FICC-ESTADO           PIC  X(1).
           02 FICC-ORIGEN           PIC  X(8).
           02 FICC-FECHA            PIC  9(8).
           02 FICC-SECUENCIA        PIC  9(6).
           02 FICC-REGISTROS        PIC  9(9).
           02 FICC-MOTIVO           PIC X(30).


      * Control de los ficheros de entrada.  FICC-MODO:
      *   R  registra el fichero FICC-FICHERO: cuadra registros y
      *      total de control con el pie y lo anota aceptado (A),
      *      retenido (R) o duplicado (D) si el envio ya se proceso.
      *   C  consulta antes de cargar: vuelve a cuadrar el fichero y
      *      devuelve A si esta aceptado y sin cambios, P si ese envio
      *      ya se proceso, R si esta retenido, N si no consta
      *      registrado y X si el fichero no existe.
      *   P  anota como procesado por FICC-PROGRAMA el envio
      *      FICC-ORIGEN, FICC-FECHA, FICC-SECUENCIA que devolvio C.
      * No aborta nunca al llamador; E si no hay registro accesible.
       PROCEDURE DIVISION USING DATOS-FICHERO.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           IF FICC-MODO = "P"
               GO TO MARCAR-PROCESADO.

           MOVE SPACES TO FICC-ORIGEN.
           MOVE 0 TO FICC-FECHA.
           MOVE 0 TO FICC-SECUENCIA.
           MOVE 0 TO FICC-REGISTROS.
           MOVE SPACES TO FICC-MOTIVO.

           PERFORM VALIDAR-FICHERO THRU VALIDAR-FICHERO-FIN.
           MOVE REG-LEIDOS TO FICC-REGISTROS.
           MOVE MOTIVO-VALIDACION TO FICC-MOTIVO.
           IF RESULTADO-VALIDACION = "X"
               MOVE "X" TO FICC-ESTADO
               GOBACK.

      * Sin cabecera no hay envio que identificar: en consulta se
      * devuelve retenido; al registrar se anota con originador
      * SINCAB y la fecha del dia para que quede constancia.
           IF HAY-CABECERA = "N"
               MOVE "SINCAB" TO IDE-ORIGEN
               COMPUTE IDE-FECHA = (ANO * 10000) + (MES * 100) + DIA
               MOVE 0 TO IDE-SECUENCIA.
           MOVE IDE-ORIGEN TO FICC-ORIGEN.
           MOVE IDE-FECHA TO FICC-FECHA.
           MOVE IDE-SECUENCIA TO FICC-SECUENCIA.

           IF FICC-MODO = "C" AND HAY-CABECERA = "N"
               MOVE "R" TO FICC-ESTADO
               GOBACK.

           OPEN I-O F-CONTROLFICH.
           IF FSCF = 35
               CLOSE F-CONTROLFICH
               OPEN OUTPUT F-CONTROLFICH
               CLOSE F-CONTROLFICH
               OPEN I-O F-CONTROLFICH.
           IF FSCF <> 00 AND 05
               MOVE "E" TO FICC-ESTADO
               GOBACK.

           PERFORM BUSCAR-INTENTOS THRU BUSCAR-INTENTOS-FIN.

           IF FICC-MODO = "C"
               GO TO CONSULTAR.

      * Registro.
           IF INTENTO-ACEPTADO > 0
               GO TO REVISAR-ACEPTADO.

           IF HAY-PROCESADO = "S"
               MOVE "D" TO RESULTADO-VALIDACION
               MOVE "Duplicado de envio procesado"
                   TO MOTIVO-VALIDACION
               MOVE MOTIVO-VALIDACION TO FICC-MOTIVO.

      * Un fichero que sigue igual que en el intento anterior no
      * genera un intento nuevo.
           IF ULTIMO-INTENTO > 0
               AND ULTIMO-ESTADO = RESULTADO-VALIDACION
               AND ULTIMO-LEIDOS = REG-LEIDOS
               AND ULTIMO-HASH = HASH-CALCULADO
               MOVE RESULTADO-VALIDACION TO FICC-ESTADO
               GO TO CERRAR-REGISTRO.

           INITIALIZE CONTROLFICH-REG.
           MOVE IDENT-ENVIO TO FIC-IDENT.
           COMPUTE FIC-INTENTO = ULTIMO-INTENTO + 1.
           MOVE FICC-FICHERO TO FIC-FICHERO.
           MOVE REG-DECLARADOS TO FIC-REG-DECLARADOS.
           MOVE REG-LEIDOS TO FIC-REG-LEIDOS.
           MOVE HASH-DECLARADO TO FIC-HASH-DECLARADO.
           MOVE HASH-CALCULADO TO FIC-HASH-CALCULADO.
           MOVE RESULTADO-VALIDACION TO FIC-ESTADO.
           MOVE MOTIVO-VALIDACION TO FIC-MOTIVO.
           COMPUTE FIC-FECHA-REGISTRO = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE FIC-HORA-REGISTRO = (HORAS * 10000)
               + (MINUTOS * 100) + SEGUNDOS.
           WRITE CONTROLFICH-REG INVALID KEY
               MOVE "E" TO FICC-ESTADO
               GO TO CERRAR-REGISTRO.
           MOVE RESULTADO-VALIDACION TO FICC-ESTADO.
           GO TO CERRAR-REGISTRO.

      * El envio ya estaba aceptado y pendiente de carga: si el
      * fichero no ha cambiado sigue aceptado; si ha cambiado se
      * retiene.
       REVISAR-ACEPTADO.
           IF RESULTADO-VALIDACION = "A"
               AND ACEPTADO-LEIDOS = REG-LEIDOS
               AND ACEPTADO-HASH = HASH-CALCULADO
               MOVE "A" TO FICC-ESTADO
               MOVE "Ya registrado, pendiente carga" TO FICC-MOTIVO
               GO TO CERRAR-REGISTRO.

           PERFORM RETENER-ACEPTADO THRU RETENER-ACEPTADO-FIN.
           GO TO CERRAR-REGISTRO.

       CONSULTAR.
           IF INTENTO-ACEPTADO > 0
               GO TO CONSULTAR-ACEPTADO.
           IF HAY-PROCESADO = "S"
               MOVE "P" TO FICC-ESTADO
               MOVE "Envio ya procesado" TO FICC-MOTIVO
               GO TO CERRAR-REGISTRO.
           IF ULTIMO-INTENTO > 0
               MOVE "R" TO FICC-ESTADO
               MOVE "Envio retenido en el registro" TO FICC-MOTIVO
               GO TO CERRAR-REGISTRO.
           MOVE "N" TO FICC-ESTADO.
           MOVE "Envio no registrado" TO FICC-MOTIVO.
           GO TO CERRAR-REGISTRO.

       CONSULTAR-ACEPTADO.
           IF RESULTADO-VALIDACION = "A"
               AND ACEPTADO-LEIDOS = REG-LEIDOS
               AND ACEPTADO-HASH = HASH-CALCULADO
               MOVE "A" TO FICC-ESTADO
               GO TO CERRAR-REGISTRO.

           PERFORM RETENER-ACEPTADO THRU RETENER-ACEPTADO-FIN.

       CERRAR-REGISTRO.
           CLOSE F-CONTROLFICH.
           GOBACK.

       RETENER-ACEPTADO.
           MOVE IDENT-ENVIO TO FIC-IDENT.
           MOVE INTENTO-ACEPTADO TO FIC-INTENTO.
           READ F-CONTROLFICH INVALID KEY
               MOVE "E" TO FICC-ESTADO
               GO TO RETENER-ACEPTADO-FIN.
           MOVE "R" TO FIC-ESTADO.
           MOVE "Modificado tras el registro" TO FIC-MOTIVO.
           REWRITE CONTROLFICH-REG INVALID KEY CONTINUE.
           MOVE "R" TO FICC-ESTADO.
           MOVE FIC-MOTIVO TO FICC-MOTIVO.

       RETENER-ACEPTADO-FIN.
           EXIT.

      * Anota el envio aceptado como procesado.
       MARCAR-PROCESADO.
           MOVE FICC-ORIGEN TO IDE-ORIGEN.
           MOVE FICC-FECHA TO IDE-FECHA.
           MOVE FICC-SECUENCIA TO IDE-SECUENCIA.

           OPEN I-O F-CONTROLFICH.
           IF FSCF <> 00
               CLOSE F-CONTROLFICH
               MOVE "E" TO FICC-ESTADO
               GOBACK.

           PERFORM BUSCAR-INTENTOS THRU BUSCAR-INTENTOS-FIN.
           IF INTENTO-ACEPTADO = 0
               MOVE "N" TO FICC-ESTADO
               GO TO CERRAR-REGISTRO.

           MOVE IDENT-ENVIO TO FIC-IDENT.
           MOVE INTENTO-ACEPTADO TO FIC-INTENTO.
           READ F-CONTROLFICH INVALID KEY
               MOVE "E" TO FICC-ESTADO
               GO TO CERRAR-REGISTRO.
           MOVE "P" TO FIC-ESTADO.
           MOVE FICC-PROGRAMA TO FIC-PROGRAMA-CARGA.
           COMPUTE FIC-FECHA-CARGA = (ANO * 10000) + (MES * 100)
               + DIA.
           REWRITE CONTROLFICH-REG INVALID KEY
               MOVE "E" TO FICC-ESTADO
               GO TO CERRAR-REGISTRO.
           MOVE "P" TO FICC-ESTADO.
           GO TO CERRAR-REGISTRO.

      * Recorre los intentos anteriores del mismo envio.
       BUSCAR-INTENTOS.
           MOVE 0 TO ULTIMO-INTENTO.
           MOVE 0 TO INTENTO-ACEPTADO.
           MOVE "N" TO HAY-PROCESADO.
           MOVE SPACES TO ULTIMO-ESTADO.

           MOVE IDENT-ENVIO TO FIC-IDENT.
           MOVE 0 TO FIC-INTENTO.
           START F-CONTROLFICH KEY IS >= FIC-CLAVE
               INVALID KEY GO TO BUSCAR-INTENTOS-FIN.

       LEER-INTENTO.
           READ F-CONTROLFICH NEXT RECORD AT END
               GO TO BUSCAR-INTENTOS-FIN.
           IF FIC-IDENT NOT = IDENT-ENVIO
               GO TO BUSCAR-INTENTOS-FIN.

           MOVE FIC-INTENTO TO ULTIMO-INTENTO.
           MOVE FIC-ESTADO TO ULTIMO-ESTADO.
           MOVE FIC-REG-LEIDOS TO ULTIMO-LEIDOS.
           MOVE FIC-HASH-CALCULADO TO ULTIMO-HASH.
           IF FIC-ESTADO = "P"
               MOVE "S" TO HAY-PROCESADO.
           IF FIC-ESTADO = "A"
               MOVE FIC-INTENTO TO INTENTO-ACEPTADO
               MOVE FIC-REG-LEIDOS TO ACEPTADO-LEIDOS
               MOVE FIC-HASH-CALCULADO TO ACEPTADO-HASH.
           GO TO LEER-INTENTO.

       BUSCAR-INTENTOS-FIN.
           EXIT.

      * Lee el fichero entero: cabecera, detalle y pie.  Deja en
      * RESULTADO-VALIDACION A si cuadra, R si no (con el motivo) y
      * X si el fichero no existe.
       VALIDAR-FICHERO.
           MOVE FICC-FICHERO TO NOMBRE-INTERFAZ.
           MOVE 0 TO REG-LEIDOS.
           MOVE 0 TO REG-DECLARADOS.
           MOVE 0 TO HASH-CALCULADO.
           MOVE 0 TO HASH-DECLARADO.
           MOVE "N" TO HAY-CABECERA.
           MOVE "N" TO HAY-PIE.
           MOVE "A" TO RESULTADO-VALIDACION.
           MOVE SPACES TO MOTIVO-VALIDACION.

           OPEN INPUT F-INTERFAZ.
           IF FSIN = 35
               MOVE "X" TO RESULTADO-VALIDACION
               MOVE "Fichero no recibido" TO MOTIVO-VALIDACION
               GO TO VALIDAR-FICHERO-FIN.
           IF FSIN <> 00
               MOVE "R" TO RESULTADO-VALIDACION
               MOVE "Error de apertura" TO MOTIVO-VALIDACION
               GO TO VALIDAR-FICHERO-FIN.

           READ F-INTERFAZ AT END
               MOVE "R" TO RESULTADO-VALIDACION
               MOVE "Fichero vacio" TO MOTIVO-VALIDACION
               GO TO FIN-LECTURA-INTERFAZ.

           IF CAB-TIPO NOT = "CAB"
              OR CAB-FECHA IS NOT NUMERIC
              OR CAB-SECUENCIA IS NOT NUMERIC
               MOVE "R" TO RESULTADO-VALIDACION
               MOVE "Sin cabecera valida" TO MOTIVO-VALIDACION
               GO TO FIN-LECTURA-INTERFAZ.

           MOVE "S" TO HAY-CABECERA.
           MOVE CAB-ORIGEN TO IDE-ORIGEN.
           MOVE CAB-FECHA TO IDE-FECHA.
           MOVE CAB-SECUENCIA TO IDE-SECUENCIA.

       LEER-DETALLE-INTERFAZ.
           READ F-INTERFAZ AT END
               GO TO FIN-LECTURA-INTERFAZ.

           IF HAY-PIE = "S"
               MOVE "R" TO RESULTADO-VALIDACION
               MOVE "Registros detras del pie" TO MOTIVO-VALIDACION
               GO TO FIN-LECTURA-INTERFAZ.

           IF PIE-TIPO = "PIE"
               MOVE "S" TO HAY-PIE
               GO TO LEER-PIE-INTERFAZ.

           ADD 1 TO REG-LEIDOS.
           MOVE 0 TO IDX-POS.
           PERFORM SUMAR-CIFRAS THRU SUMAR-CIFRAS-FIN.
           GO TO LEER-DETALLE-INTERFAZ.

       LEER-PIE-INTERFAZ.
           IF PIE-REGISTROS IS NOT NUMERIC
              OR PIE-HASH IS NOT NUMERIC
               MOVE "R" TO RESULTADO-VALIDACION
               MOVE "Pie no numerico" TO MOTIVO-VALIDACION
               GO TO FIN-LECTURA-INTERFAZ.
           MOVE PIE-REGISTROS TO REG-DECLARADOS.
           MOVE PIE-HASH TO HASH-DECLARADO.
           GO TO LEER-DETALLE-INTERFAZ.

       FIN-LECTURA-INTERFAZ.
           CLOSE F-INTERFAZ.

           IF RESULTADO-VALIDACION NOT = "A"
               GO TO VALIDAR-FICHERO-FIN.
           IF HAY-PIE = "N"
               MOVE "R" TO RESULTADO-VALIDACION
               MOVE "Sin registro de pie" TO MOTIVO-VALIDACION
               GO TO VALIDAR-FICHERO-FIN.
           IF REG-LEIDOS NOT = REG-DECLARADOS
               MOVE "R" TO RESULTADO-VALIDACION
               MOVE "Registros no cuadran con pie"
                   TO MOTIVO-VALIDACION
               GO TO VALIDAR-FICHERO-FIN.
           IF HASH-CALCULADO NOT = HASH-DECLARADO
               MOVE "R" TO RESULTADO-VALIDACION
               MOVE "Total de control no cuadra"
                   TO MOTIVO-VALIDACION.

       VALIDAR-FICHERO-FIN.
           EXIT.

       SUMAR-CIFRAS.
           ADD 1 TO IDX-POS.
           IF IDX-POS > 200
               GO TO SUMAR-CIFRAS-FIN.
           MOVE LINEA-INTERFAZ(IDX-POS:1) TO CARACTER.
           IF CARACTER IS NUMERIC
               ADD CARACTER-NUM TO HASH-CALCULADO.
           GO TO SUMAR-CIFRAS.

       SUMAR-CIFRAS-FIN.
           EXIT.
