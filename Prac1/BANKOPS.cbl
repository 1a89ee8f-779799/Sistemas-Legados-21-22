           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).

       FD F-OPERCTL
           LABEL RECORD STANDARD
       77 FECHA-PIN-INT            PIC  9(9).
       77 CTL-ENCONTRADO           PIC  9(1).

      * Ficheros de produccion y de formacion.  La sesion trabaja
      * sobre el juego que indique la ruta de ficheros del proceso;
      * el de formacion es el subdirectorio formacion del de
      * produccion y lo rehace cada semana BATCHFOR.  El control de
      * acceso lee siempre los operadores de produccion.
       78 DIRECTORIO-FORMACION     VALUE "formacion".
       77 RUTA-LEIDA               PIC  9(1) VALUE 0.
       77 RUTA-PRODUCCION          PIC X(200).
       77 RUTA-FORMACION           PIC X(200).
       77 RUTA-VIGENTE             PIC X(200).

       LINKAGE SECTION.
       01 DATOS-ACCESO.
           02 ACC-OPID             PIC  9(4).
           02 ACC-PIN              PIC  9(4).
           02 ACC-RESULTADO        PIC  X(1).
           02 ACC-NIVEL            PIC  9(1).
           02 ACC-MODO             PIC  X(1).
           02 ACC-AVISO            PIC X(15).


      * Control de acceso comun de operadores: valida la clave,
      * correcto, K clave caducada o pendiente de cambio, B
      * credenciales incorrectas, L operador bloqueado, X operador
      * dado de baja, S maestro aun sin crear (acceso inicial de
      * supervisor), F operador solo de formacion que pide entrar
      * en produccion.  ACC-MODO S pide la sesion en formacion; al
      * volver indica el modo en que queda la sesion y ACC-AVISO el
      * rotulo que deben mostrar las pantallas.  El nivel 0 es el
      * de los operadores que solo pueden entrar en formacion.
       PROCEDURE DIVISION USING DATOS-ACCESO.
       INICIO.
           IF RUTA-LEIDA = 0
               PERFORM LEER-RUTAS THRU LEER-RUTAS-FIN.
           SET ENVIRONMENT 'COB_FILE_PATH' TO RUTA-PRODUCCION.

           MOVE FUNCTION UPPER-CASE(ACC-MODO) TO ACC-MODO.
           IF ACC-MODO NOT = "S"
               MOVE "N" TO ACC-MODO.

           MOVE "B" TO ACC-RESULTADO.
           MOVE 0   TO ACC-NIVEL.

               CLOSE F-OPERADORES
               MOVE "S" TO ACC-RESULTADO
               MOVE 2   TO ACC-NIVEL
               GO TO SALIR.
           IF FSOP <> 00
               CLOSE F-OPERADORES
               GO TO SALIR.

           MOVE ACC-OPID TO OP-ID.
           READ F-OPERADORES INVALID KEY
               CLOSE F-OPERADORES
               GO TO SALIR.
           CLOSE F-OPERADORES.

           PERFORM LEER-CONTROL THRU LEER-CONTROL-FIN.

           IF OPC-ESTADO = "B"
               MOVE "X" TO ACC-RESULTADO
               GO TO SALIR.
           IF OPC-ESTADO = "L"
               MOVE "L" TO ACC-RESULTADO
               GO TO SALIR.

           IF ACC-PIN NOT = OP-PIN
               PERFORM ANOTAR-FALLO THRU ANOTAR-FALLO-FIN
               IF OPC-ESTADO = "L"
                   MOVE "L" TO ACC-RESULTADO
               END-IF
               GO TO SALIR.

      * Clave correcta: se limpian los fallos acumulados.
           IF OPC-FALLOS NOT = 0
           IF OPC-CAMBIO-OBLIG = "S"
               MOVE "K" TO ACC-RESULTADO
               MOVE OP-NIVEL TO ACC-NIVEL
               GO TO SALIR.

           PERFORM LEER-VIGENCIA THRU LEER-VIGENCIA-FIN.
           IF OPC-FECHA-PIN NOT = 0
               IF FECHA-HOY-INT - FECHA-PIN-INT > DIAS-VIGENCIA
                   MOVE "K" TO ACC-RESULTADO
                   MOVE OP-NIVEL TO ACC-NIVEL
                   GO TO SALIR
               END-IF
           END-IF.

           IF OP-NIVEL = 0 AND ACC-MODO NOT = "S"
               MOVE "F" TO ACC-RESULTADO
               GO TO SALIR.

           MOVE "O" TO ACC-RESULTADO.
           MOVE OP-NIVEL TO ACC-NIVEL.

      * Con acceso concedido la sesion pasa al modo pedido; con la
      * clave por cambiar se queda en produccion para cambiarla alli;
      * si se deniega sigue en el modo que tenia.
       SALIR.
           IF ACC-RESULTADO = "O" OR ACC-RESULTADO = "S"
               IF ACC-MODO = "S"
                   MOVE RUTA-FORMACION TO RUTA-VIGENTE
               ELSE
                   MOVE RUTA-PRODUCCION TO RUTA-VIGENTE
               END-IF
           END-IF.
           IF ACC-RESULTADO = "K"
               MOVE RUTA-PRODUCCION TO RUTA-VIGENTE.

           IF RUTA-VIGENTE = RUTA-FORMACION
               MOVE "S" TO ACC-MODO
               MOVE "** FORMACION **" TO ACC-AVISO
           ELSE
               MOVE "N" TO ACC-MODO
               MOVE SPACES TO ACC-AVISO.

           SET ENVIRONMENT 'COB_FILE_PATH' TO RUTA-VIGENTE.
           GOBACK.

      * Ruta de los ficheros de produccion con que arranca el
      * proceso (el directorio actual si no se ha fijado) y la del
      * juego de formacion que cuelga de ella.
       LEER-RUTAS.
           ACCEPT RUTA-PRODUCCION FROM ENVIRONMENT "COB_FILE_PATH".
           IF RUTA-PRODUCCION = SPACES
               MOVE "." TO RUTA-PRODUCCION.
           MOVE SPACES TO RUTA-FORMACION.
           STRING RUTA-PRODUCCION DELIMITED BY SPACE
               "/" DIRECTORIO-FORMACION DELIMITED BY SIZE
               INTO RUTA-FORMACION.
           MOVE RUTA-PRODUCCION TO RUTA-VIGENTE.
           MOVE 1 TO RUTA-LEIDA.

       LEER-RUTAS-FIN.
           EXIT.

      * Registro de control del operador; si no existe se da por
      * activo y sin fallos.
       LEER-CONTROL.
