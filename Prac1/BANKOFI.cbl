       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKOFI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-OFICINAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFI-CODIGO
           FILE STATUS IS FSOF.

           SELECT OPTIONAL F-ADSCRIPCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADS-CLAVE
           FILE STATUS IS FSAD.

           SELECT OPTIONAL F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS FSOP.

           SELECT OPTIONAL F-TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-ID
           FILE STATUS IS FSQ.


       DATA DIVISION.
       FILE SECTION.
      * Maestro de oficinas.  Estado A abierta, B cerrada (se
      * conserva para los listados pero no admite adscripciones
      * nuevas).
       FD F-OFICINAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "oficinas.ubd".
       01 OFICINA-REG.
           02 OFI-CODIGO            PIC  9(4).
           02 OFI-NOMBRE            PIC X(30).
           02 OFI-DIRECCION         PIC X(35).
           02 OFI-REGION            PIC X(20).
           02 OFI-RESPONSABLE       PIC X(30).
           02 OFI-ESTADO            PIC  X(1).

      * Oficina a la que esta adscrita cada cuenta.  Sin registro
      * la cuenta no tiene oficina.  Los operadores y terminales
      * llevan la oficina en su propio registro.
       FD F-ADSCRIPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adscripciones.ubd".
       01 ADSCRIPCION-REG.
           02 ADS-CLAVE.
               03 ADS-TIPO          PIC  X(1).
               03 ADS-ID            PIC 9(16).
           02 ADS-OFICINA           PIC  9(4).

       FD F-OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operadores.ubd".
       01 OPERADOR-REG.
           02 OP-ID                 PIC  9(4).
           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).

       FD F-TERMINALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminales.ubd".
       01 TERMINAL-REG.
           02 TERM-ID               PIC  9(4).
           02 TERM-UBICACION        PIC X(30).
           02 TERM-OFICINA          PIC  9(4).


       WORKING-STORAGE SECTION.
       77 FSOF                     PIC  X(2).
       77 FSAD                     PIC  X(2).
       77 FSOP                     PIC  X(2).
       77 FSQ                      PIC  X(2).

       LINKAGE SECTION.
      * OFIC-MODO: C consulta la oficina de OFIC-TIPO/OFIC-ID,
      * V comprueba la oficina OFIC-OFICINA, A adscribe OFIC-ID a
      * OFIC-OFICINA (con 0 se le quita la oficina).
      * OFIC-TIPO: C cuenta, O operador, T terminal.
      * OFIC-RESULTADO: O correcto, N sin oficina o inexistente,
      * B oficina cerrada, E error de fichero.
       01 DATOS-OFICINA.
           02 OFIC-MODO             PIC  X(1).
           02 OFIC-TIPO             PIC  X(1).
           02 OFIC-ID               PIC 9(16).
           02 OFIC-OFICINA          PIC  9(4).
           02 OFIC-RESULTADO        PIC  X(1).
           02 OFIC-NOMBRE           PIC X(30).
           02 OFIC-REGION           PIC X(20).

      * Consulta y mantenimiento de la oficina de una cuenta,
      * operador o terminal.
       PROCEDURE DIVISION USING DATOS-OFICINA.
       INICIO.
           MOVE "N" TO OFIC-RESULTADO.
           MOVE SPACES TO OFIC-NOMBRE.
           MOVE SPACES TO OFIC-REGION.

           IF OFIC-MODO = "C" AND OFIC-TIPO = "O"
               GO TO CONSULTAR-OPERADOR.
           IF OFIC-MODO = "C" AND OFIC-TIPO = "T"
               GO TO CONSULTAR-TERMINAL.
           IF OFIC-MODO = "C"
               GO TO CONSULTAR-ADSCRIPCION.
           IF OFIC-MODO = "A" AND OFIC-TIPO = "O"
               GO TO ADSCRIBIR-OPERADOR.
           IF OFIC-MODO = "A" AND OFIC-TIPO = "T"
               GO TO ADSCRIBIR-TERMINAL.
           IF OFIC-MODO = "A"
               GO TO ADSCRIBIR.
           PERFORM LEER-OFICINA THRU LEER-OFICINA-FIN.
           GO TO SALIR.

       CONSULTAR-ADSCRIPCION.
           MOVE 0 TO OFIC-OFICINA.
           OPEN INPUT F-ADSCRIPCIONES.
           IF FSAD <> 00
               CLOSE F-ADSCRIPCIONES
               GO TO SALIR.

           MOVE OFIC-TIPO TO ADS-TIPO.
           MOVE OFIC-ID   TO ADS-ID.
           READ F-ADSCRIPCIONES INVALID KEY
               CLOSE F-ADSCRIPCIONES
               GO TO SALIR.
           MOVE ADS-OFICINA TO OFIC-OFICINA.
           CLOSE F-ADSCRIPCIONES.

      * Una cuenta adscrita a una oficina ya cerrada sigue
      * devolviendo su codigo, con resultado B.
           PERFORM LEER-OFICINA THRU LEER-OFICINA-FIN.
           GO TO SALIR.

       ADSCRIBIR.
           IF OFIC-OFICINA NOT = 0
               PERFORM LEER-OFICINA THRU LEER-OFICINA-FIN
               IF OFIC-RESULTADO NOT = "O"
                   GO TO SALIR.

           MOVE "E" TO OFIC-RESULTADO.
           OPEN I-O F-ADSCRIPCIONES.
           IF FSAD = 35
               CLOSE F-ADSCRIPCIONES
               OPEN OUTPUT F-ADSCRIPCIONES
               CLOSE F-ADSCRIPCIONES
               OPEN I-O F-ADSCRIPCIONES.
           IF FSAD <> 00
               GO TO SALIR.

           MOVE OFIC-TIPO TO ADS-TIPO.
           MOVE OFIC-ID   TO ADS-ID.
           IF OFIC-OFICINA = 0
               DELETE F-ADSCRIPCIONES INVALID KEY CONTINUE
               END-DELETE
               MOVE "O" TO OFIC-RESULTADO
               CLOSE F-ADSCRIPCIONES
               GO TO SALIR.

           READ F-ADSCRIPCIONES INVALID KEY
               MOVE OFIC-TIPO    TO ADS-TIPO
               MOVE OFIC-ID      TO ADS-ID
               MOVE OFIC-OFICINA TO ADS-OFICINA
               WRITE ADSCRIPCION-REG INVALID KEY
                   CLOSE F-ADSCRIPCIONES
                   GO TO SALIR
               END-WRITE
               MOVE "O" TO OFIC-RESULTADO
               CLOSE F-ADSCRIPCIONES
               GO TO SALIR.

           MOVE OFIC-OFICINA TO ADS-OFICINA.
           REWRITE ADSCRIPCION-REG INVALID KEY
               CLOSE F-ADSCRIPCIONES
               GO TO SALIR.
           MOVE "O" TO OFIC-RESULTADO.
           CLOSE F-ADSCRIPCIONES.
           GO TO SALIR.

       CONSULTAR-OPERADOR.
           MOVE 0 TO OFIC-OFICINA.
           OPEN INPUT F-OPERADORES.
           IF FSOP <> 00
               CLOSE F-OPERADORES
               GO TO SALIR.

           MOVE OFIC-ID TO OP-ID.
           READ F-OPERADORES INVALID KEY
               CLOSE F-OPERADORES
               GO TO SALIR.
           MOVE OP-OFICINA TO OFIC-OFICINA.
           CLOSE F-OPERADORES.

           PERFORM LEER-OFICINA THRU LEER-OFICINA-FIN.
           GO TO SALIR.

       CONSULTAR-TERMINAL.
           MOVE 0 TO OFIC-OFICINA.
           OPEN INPUT F-TERMINALES.
           IF FSQ <> 00
               CLOSE F-TERMINALES
               GO TO SALIR.

           MOVE OFIC-ID TO TERM-ID.
           READ F-TERMINALES INVALID KEY
               CLOSE F-TERMINALES
               GO TO SALIR.
           MOVE TERM-OFICINA TO OFIC-OFICINA.
           CLOSE F-TERMINALES.

           PERFORM LEER-OFICINA THRU LEER-OFICINA-FIN.
           GO TO SALIR.

      * El operador o terminal tiene que existir; la oficina se
      * graba en su propio registro.
       ADSCRIBIR-OPERADOR.
           IF OFIC-OFICINA NOT = 0
               PERFORM LEER-OFICINA THRU LEER-OFICINA-FIN
               IF OFIC-RESULTADO NOT = "O"
                   GO TO SALIR.

           MOVE "E" TO OFIC-RESULTADO.
           OPEN I-O F-OPERADORES.
           IF FSOP <> 00
               CLOSE F-OPERADORES
               GO TO SALIR.

           MOVE OFIC-ID TO OP-ID.
           READ F-OPERADORES INVALID KEY
               MOVE "N" TO OFIC-RESULTADO
               CLOSE F-OPERADORES
               GO TO SALIR.
           MOVE OFIC-OFICINA TO OP-OFICINA.
           REWRITE OPERADOR-REG INVALID KEY
               CLOSE F-OPERADORES
               GO TO SALIR.
           MOVE "O" TO OFIC-RESULTADO.
           CLOSE F-OPERADORES.
           GO TO SALIR.

       ADSCRIBIR-TERMINAL.
           IF OFIC-OFICINA NOT = 0
               PERFORM LEER-OFICINA THRU LEER-OFICINA-FIN
               IF OFIC-RESULTADO NOT = "O"
                   GO TO SALIR.

           MOVE "E" TO OFIC-RESULTADO.
           OPEN I-O F-TERMINALES.
           IF FSQ <> 00
               CLOSE F-TERMINALES
               GO TO SALIR.

           MOVE OFIC-ID TO TERM-ID.
           READ F-TERMINALES INVALID KEY
               MOVE "N" TO OFIC-RESULTADO
               CLOSE F-TERMINALES
               GO TO SALIR.
           MOVE OFIC-OFICINA TO TERM-OFICINA.
           REWRITE TERMINAL-REG INVALID KEY
               CLOSE F-TERMINALES
               GO TO SALIR.
           MOVE "O" TO OFIC-RESULTADO.
           CLOSE F-TERMINALES.
           GO TO SALIR.

       LEER-OFICINA.
           MOVE "N" TO OFIC-RESULTADO.
           IF OFIC-OFICINA = 0
               GO TO LEER-OFICINA-FIN.

           OPEN INPUT F-OFICINAS.
           IF FSOF <> 00
               CLOSE F-OFICINAS
               GO TO LEER-OFICINA-FIN.

           MOVE OFIC-OFICINA TO OFI-CODIGO.
           READ F-OFICINAS INVALID KEY
               CLOSE F-OFICINAS
               GO TO LEER-OFICINA-FIN.

           MOVE OFI-NOMBRE TO OFIC-NOMBRE.
           MOVE OFI-REGION TO OFIC-REGION.
           IF OFI-ESTADO = "A"
               MOVE "O" TO OFIC-RESULTADO
           ELSE
               MOVE "B" TO OFIC-RESULTADO.
           CLOSE F-OFICINAS.

       LEER-OFICINA-FIN.
           EXIT.

       SALIR.
           EXIT PROGRAM.
