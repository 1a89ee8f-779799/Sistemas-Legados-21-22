       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-VALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAL-COD
           FILE STATUS IS FSVA.

           SELECT OPTIONAL F-VALESMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VMV-CLAVE
           ALTERNATE RECORD KEY IS VMV-MOV-NUM WITH DUPLICATES
           FILE STATUS IS FSVM.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.


       DATA DIVISION.
       FILE SECTION.
      * Vales regalo para entradas de espectaculos.  VAL-ESTADO:
      * A vigente, U agotado, C caducado.  VAL-SALDO-CENT es lo que
      * queda por canjear; al caducar pasa a VAL-CADUCADO-CENT.
       FD F-VALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "valesregalo.ubd".
       01 VALE-REG.
           02 VAL-COD               PIC  9(12).
           02 VAL-TARJETA           PIC  9(16).
           02 VAL-IMPORTE-CENT      PIC  9(9).
           02 VAL-SALDO-CENT        PIC  9(9).
           02 VAL-CADUCADO-CENT     PIC  9(9).
           02 VAL-FECHA-EMISION     PIC  9(8).
           02 VAL-FECHA-CADUCIDAD   PIC  9(8).
           02 VAL-MOV-NUM           PIC  9(35).
           02 VAL-ESTADO            PIC  X(1).

      * Historia de cada vale.  VMV-TIPO: E emision, R canje en una
      * compra, D reintegro por cancelacion o devolucion, C
      * caducidad.  En los canjes VMV-MOV-NUM es el movimiento de la
      * compra y VMV-TOTAL-CENT el importe total de la compra.
       FD F-VALESMOV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "valesmov.ubd".
       01 VALEMOV-REG.
           02 VMV-CLAVE.
               03 VMV-COD           PIC  9(12).
               03 VMV-SEC           PIC  9(4).
           02 VMV-TIPO              PIC  X(1).
           02 VMV-IMPORTE-CENT      PIC S9(9).
           02 VMV-TOTAL-CENT        PIC  9(9).
           02 VMV-FECHA             PIC  9(8).
           02 VMV-MOV-NUM           PIC  9(35).
           02 VMV-TARJETA           PIC  9(16).

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).


       WORKING-STORAGE SECTION.
       77 FSVA                     PIC  X(2).
       77 FSVM                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSPA                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS         PIC  9(2).
               10 MILISEGUNDOS     PIC  9(2).
           05 DIF-GMT              PIC S9(4).

      * Vigencia del vale desde la emision (parametro VALDIAS).
       78 VALDIAS-DEFECTO          VALUE 365.
       77 DIAS-VIGENCIA            PIC  9(4).

      * Codigo del vale: seis cifras de secuencia, cinco de azar y
      * un digito de control Luhn, para que un codigo tecleado mal
      * no de con el vale de otro.
       01 CODIGO-VALE              PIC  9(12).
       01 CODIGO-VALE-CIFRAS REDEFINES CODIGO-VALE.
           05 CODIGO-CIFRA         PIC  9 OCCURS 12 TIMES.
       77 SECUENCIA-VALE           PIC  9(6).
       77 AZAR-VALE                PIC  9(5).
       77 DIGITO-CONTROL           PIC  9(1).
       77 LUHN-INDICE              PIC  9(2).
       77 LUHN-DIGITO              PIC  9(2).
       77 LUHN-SUMA                PIC  9(4).
       77 LUHN-DOBLAR              PIC  X(1).
       77 SEMILLA-AZAR             PIC  9(18).

       77 ULTIMO-SEC               PIC  9(4).
       77 VMV-TIPO-NUEVO           PIC  X(1).
       77 VMV-IMPORTE-NUEVO        PIC S9(9).
       77 VMV-TOTAL-NUEVO          PIC  9(9).

       LINKAGE SECTION.
      * VALC-MODO: E emite un vale de VALC-IMPORTE-CENT comprado con
      * VALC-TARJETA en el movimiento VALC-MOV-NUM y devuelve su
      * codigo; C consulta el vale VALC-COD; R canjea VALC-IMPORTE-
      * CENT del vale en la compra VALC-MOV-NUM de VALC-TOTAL-CENT;
      * D reintegra VALC-IMPORTE-CENT al vale; M busca el canje
      * hecho en el movimiento VALC-MOV-NUM y devuelve el vale, lo
      * canjeado y el total de la compra.  VALC-FECHA es la fecha
      * contable del que llama.
      * VALC-RESULTADO: O correcto, N vale inexistente o sin canje en
      * ese movimiento, C caducado, U agotado, I saldo del vale
      * insuficiente, E error de fichero.
       01 DATOS-VALE.
           02 VALC-MODO             PIC  X(1).
           02 VALC-COD              PIC  9(12).
           02 VALC-TARJETA          PIC  9(16).
           02 VALC-IMPORTE-CENT     PIC S9(11).
           02 VALC-TOTAL-CENT       PIC S9(11).
           02 VALC-MOV-NUM          PIC  9(35).
           02 VALC-FECHA            PIC  9(8).
           02 VALC-RESULTADO        PIC  X(1).
           02 VALC-SALDO-CENT       PIC S9(11).
           02 VALC-CADUCIDAD        PIC  9(8).

      * Alta, consulta, canje y reintegro de vales regalo.
       PROCEDURE DIVISION USING DATOS-VALE.
       INICIO.
           MOVE "E" TO VALC-RESULTADO.

           IF VALC-MODO = "E"
               GO TO EMITIR-VALE.
           IF VALC-MODO = "M"
               GO TO BUSCAR-CANJE.

           MOVE 0 TO VALC-SALDO-CENT.
           MOVE 0 TO VALC-CADUCIDAD.
           MOVE VALC-COD TO CODIGO-VALE.
           PERFORM CALCULAR-CONTROL THRU CALCULAR-CONTROL-FIN.
           IF DIGITO-CONTROL NOT = CODIGO-CIFRA(12)
               MOVE "N" TO VALC-RESULTADO
               GO TO SALIR.

           IF VALC-MODO = "C"
               OPEN INPUT F-VALES
           ELSE
               OPEN I-O F-VALES.
           IF FSVA = 35
               MOVE "N" TO VALC-RESULTADO
               GO TO SALIR.
           IF FSVA <> 00 AND 05
               GO TO SALIR.

           MOVE VALC-COD TO VAL-COD.
           READ F-VALES INVALID KEY
               CLOSE F-VALES
               MOVE "N" TO VALC-RESULTADO
               GO TO SALIR.

           MOVE VAL-SALDO-CENT      TO VALC-SALDO-CENT.
           MOVE VAL-FECHA-CADUCIDAD TO VALC-CADUCIDAD.

      * Vencido aunque el proceso nocturno aun no lo haya cerrado.
           IF VAL-ESTADO = "C" OR VALC-FECHA > VAL-FECHA-CADUCIDAD
               CLOSE F-VALES
               MOVE "C" TO VALC-RESULTADO
               GO TO SALIR.

           IF VALC-MODO = "D"
               GO TO REINTEGRAR-VALE.

           IF VAL-ESTADO = "U" OR VAL-SALDO-CENT = 0
               CLOSE F-VALES
               MOVE "U" TO VALC-RESULTADO
               GO TO SALIR.

           IF VALC-MODO = "C"
               CLOSE F-VALES
               MOVE "O" TO VALC-RESULTADO
               GO TO SALIR.

           IF VALC-MODO NOT = "R"
               CLOSE F-VALES
               GO TO SALIR.

           IF VALC-IMPORTE-CENT > VAL-SALDO-CENT
               CLOSE F-VALES
               MOVE "I" TO VALC-RESULTADO
               GO TO SALIR.

           SUBTRACT VALC-IMPORTE-CENT FROM VAL-SALDO-CENT.
           IF VAL-SALDO-CENT = 0
               MOVE "U" TO VAL-ESTADO.
           REWRITE VALE-REG INVALID KEY
               CLOSE F-VALES
               GO TO SALIR.
           MOVE VAL-SALDO-CENT TO VALC-SALDO-CENT.
           CLOSE F-VALES.

           MOVE "R"               TO VMV-TIPO-NUEVO.
           COMPUTE VMV-IMPORTE-NUEVO = 0 - VALC-IMPORTE-CENT.
           MOVE VALC-TOTAL-CENT   TO VMV-TOTAL-NUEVO.
           PERFORM ANOTAR-HISTORIA THRU ANOTAR-HISTORIA-FIN.
           GO TO SALIR.

      * Lo canjeado en una compra que se anula vuelve al vale, que
      * deja de estar agotado.
       REINTEGRAR-VALE.
           ADD VALC-IMPORTE-CENT TO VAL-SALDO-CENT.
           IF VAL-SALDO-CENT > 0
               MOVE "A" TO VAL-ESTADO.
           REWRITE VALE-REG INVALID KEY
               CLOSE F-VALES
               GO TO SALIR.
           MOVE VAL-SALDO-CENT TO VALC-SALDO-CENT.
           CLOSE F-VALES.

           MOVE "D"               TO VMV-TIPO-NUEVO.
           MOVE VALC-IMPORTE-CENT TO VMV-IMPORTE-NUEVO.
           MOVE 0                 TO VMV-TOTAL-NUEVO.
           PERFORM ANOTAR-HISTORIA THRU ANOTAR-HISTORIA-FIN.
           GO TO SALIR.

       EMITIR-VALE.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO SALIR.

           MOVE "VAL" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "VAL" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO SALIR.

           ADD 1 TO CONT-VALOR.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO SALIR.
           MOVE FUNCTION MOD(CONT-VALOR, 1000000) TO SECUENCIA-VALE.
           CLOSE CONTADORES.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE SEMILLA-AZAR = (MILISEGUNDOS * 7919)
               + (SEGUNDOS * 104729) + (MINUTOS * 1299709)
               + (SECUENCIA-VALE * 15485863)
               + FUNCTION MOD(VALC-TARJETA, 99991).
           MOVE FUNCTION MOD(SEMILLA-AZAR, 100000) TO AZAR-VALE.

           COMPUTE CODIGO-VALE = (SECUENCIA-VALE * 1000000)
               + (AZAR-VALE * 10).
           PERFORM CALCULAR-CONTROL THRU CALCULAR-CONTROL-FIN.
           MOVE DIGITO-CONTROL TO CODIGO-CIFRA(12).

           PERFORM LEER-VIGENCIA THRU LEER-VIGENCIA-FIN.

           OPEN I-O F-VALES.
           IF FSVA = 35
               CLOSE F-VALES
               OPEN OUTPUT F-VALES
               CLOSE F-VALES
               OPEN I-O F-VALES.
           IF FSVA <> 00 AND 05
               GO TO SALIR.

           MOVE CODIGO-VALE       TO VAL-COD.
           MOVE VALC-TARJETA      TO VAL-TARJETA.
           MOVE VALC-IMPORTE-CENT TO VAL-IMPORTE-CENT.
           MOVE VALC-IMPORTE-CENT TO VAL-SALDO-CENT.
           MOVE 0                 TO VAL-CADUCADO-CENT.
           MOVE VALC-FECHA        TO VAL-FECHA-EMISION.
           COMPUTE VAL-FECHA-CADUCIDAD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(VALC-FECHA) + DIAS-VIGENCIA).
           MOVE VALC-MOV-NUM      TO VAL-MOV-NUM.
           MOVE "A"               TO VAL-ESTADO.
           WRITE VALE-REG INVALID KEY
               CLOSE F-VALES
               GO TO SALIR.
           CLOSE F-VALES.

           MOVE VAL-COD             TO VALC-COD.
           MOVE VAL-SALDO-CENT      TO VALC-SALDO-CENT.
           MOVE VAL-FECHA-CADUCIDAD TO VALC-CADUCIDAD.

           MOVE "E"               TO VMV-TIPO-NUEVO.
           MOVE VALC-IMPORTE-CENT TO VMV-IMPORTE-NUEVO.
           MOVE 0                 TO VMV-TOTAL-NUEVO.
           PERFORM ANOTAR-HISTORIA THRU ANOTAR-HISTORIA-FIN.
           GO TO SALIR.

      * Canje hecho en la compra VALC-MOV-NUM: el reintegro de una
      * cancelacion o devolucion se prorratea sobre el.
       BUSCAR-CANJE.
           MOVE "N" TO VALC-RESULTADO.
           MOVE 0   TO VALC-IMPORTE-CENT.
           MOVE 0   TO VALC-TOTAL-CENT.

           OPEN INPUT F-VALESMOV.
           IF FSVM <> 00
               CLOSE F-VALESMOV
               GO TO SALIR.

           MOVE VALC-MOV-NUM TO VMV-MOV-NUM.
           START F-VALESMOV KEY IS = VMV-MOV-NUM INVALID KEY
               CLOSE F-VALESMOV
               GO TO SALIR.

       LEER-CANJE.
           READ F-VALESMOV NEXT RECORD AT END
               GO TO CANJE-LEIDO.
           IF VMV-MOV-NUM NOT = VALC-MOV-NUM
               GO TO CANJE-LEIDO.
           IF VMV-TIPO NOT = "R"
               GO TO LEER-CANJE.
           MOVE VMV-COD        TO VALC-COD.
           COMPUTE VALC-IMPORTE-CENT = 0 - VMV-IMPORTE-CENT.
           MOVE VMV-TOTAL-CENT TO VALC-TOTAL-CENT.
           MOVE "O" TO VALC-RESULTADO.

       CANJE-LEIDO.
           CLOSE F-VALESMOV.
           GO TO SALIR.

      * Apunte en la historia del vale con la siguiente secuencia.
       ANOTAR-HISTORIA.
           OPEN I-O F-VALESMOV.
           IF FSVM = 35
               CLOSE F-VALESMOV
               OPEN OUTPUT F-VALESMOV
               CLOSE F-VALESMOV
               OPEN I-O F-VALESMOV.
           IF FSVM <> 00 AND 05
               GO TO ANOTAR-HISTORIA-FIN.

           MOVE 0 TO ULTIMO-SEC.
           MOVE VAL-COD TO VMV-COD.
           MOVE 0 TO VMV-SEC.
           START F-VALESMOV KEY IS >= VMV-CLAVE INVALID KEY
               GO TO ESCRIBIR-HISTORIA.

       LEER-HISTORIA.
           READ F-VALESMOV NEXT RECORD AT END
               GO TO ESCRIBIR-HISTORIA.
           IF VMV-COD NOT = VAL-COD
               GO TO ESCRIBIR-HISTORIA.
           MOVE VMV-SEC TO ULTIMO-SEC.
           GO TO LEER-HISTORIA.

       ESCRIBIR-HISTORIA.
           MOVE VAL-COD           TO VMV-COD.
           COMPUTE VMV-SEC = ULTIMO-SEC + 1.
           MOVE VMV-TIPO-NUEVO    TO VMV-TIPO.
           MOVE VMV-IMPORTE-NUEVO TO VMV-IMPORTE-CENT.
           MOVE VMV-TOTAL-NUEVO   TO VMV-TOTAL-CENT.
           MOVE VALC-FECHA        TO VMV-FECHA.
           MOVE VALC-MOV-NUM      TO VMV-MOV-NUM.
           MOVE VALC-TARJETA      TO VMV-TARJETA.
           WRITE VALEMOV-REG INVALID KEY
               CLOSE F-VALESMOV
               GO TO ANOTAR-HISTORIA-FIN.
           CLOSE F-VALESMOV.
           MOVE "O" TO VALC-RESULTADO.

       ANOTAR-HISTORIA-FIN.
           EXIT.

      * Digito Luhn de las once primeras cifras de CODIGO-VALE: se
      * dobla la cifra de las unidades de la carga y una de cada dos
      * hacia la izquierda.
       CALCULAR-CONTROL.
           MOVE 0   TO LUHN-SUMA.
           MOVE 11  TO LUHN-INDICE.
           MOVE "S" TO LUHN-DOBLAR.

       CALCULAR-CONTROL-CIFRA.
           IF LUHN-INDICE = 0
               GO TO CALCULAR-CONTROL-CIERRE.
           MOVE CODIGO-CIFRA(LUHN-INDICE) TO LUHN-DIGITO.
           IF LUHN-DOBLAR = "S"
               MULTIPLY 2 BY LUHN-DIGITO
               IF LUHN-DIGITO > 9
                   SUBTRACT 9 FROM LUHN-DIGITO.
           ADD LUHN-DIGITO TO LUHN-SUMA.
           IF LUHN-DOBLAR = "S"
               MOVE "N" TO LUHN-DOBLAR
           ELSE
               MOVE "S" TO LUHN-DOBLAR.
           SUBTRACT 1 FROM LUHN-INDICE.
           GO TO CALCULAR-CONTROL-CIFRA.

       CALCULAR-CONTROL-CIERRE.
           COMPUTE DIGITO-CONTROL =
               FUNCTION MOD(10 - FUNCTION MOD(LUHN-SUMA, 10), 10).

       CALCULAR-CONTROL-FIN.
           EXIT.

       LEER-VIGENCIA.
           MOVE VALDIAS-DEFECTO TO DIAS-VIGENCIA.

           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-VIGENCIA-FIN.

           MOVE "VALDIAS" TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-VIGENCIA-FIN.

           MOVE PAR-VALOR TO DIAS-VIGENCIA.
           CLOSE F-PARAMETROS.

       LEER-VIGENCIA-FIN.
           EXIT.

       SALIR.
           EXIT PROGRAM.
