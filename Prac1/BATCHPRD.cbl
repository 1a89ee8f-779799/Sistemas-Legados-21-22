       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHPRD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PRODUCTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CODIGO
           FILE STATUS IS FSPR.

           SELECT OPTIONAL F-CTAPRODUCTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-CUENTA
           FILE STATUS IS FSCP.

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-CAMBIOSPRD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCR.


       DATA DIVISION.
       FILE SECTION.
      * Catalogo de productos de cuenta.  Comisiones E tarifa general
      * de tarifascom.ubd, X exenta.  Interes E tabla general de
      * BATCHINT, P tramos propios del producto, N sin intereses.
      * Limites, descubierto y minimo en centimos (limite 0 = el
      * general de parametros).  Edades 0 = sin limite.  Estado A en
      * comercializacion, B retirado (no admite nuevas cuentas).
       FD F-PRODUCTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "productos.ubd".
       01 PRODUCTO-REG.
           02 PRD-CODIGO            PIC  X(3).
           02 PRD-NOMBRE            PIC X(30).
           02 PRD-COMISIONES        PIC  X(1).
           02 PRD-INTERES           PIC  X(1).
           02 PRD-TRAMO OCCURS 3 TIMES.
               03 PRD-TRAMO-LIMITE-CENT PIC 9(11).
               03 PRD-TRAMO-BP      PIC  9(4).
           02 PRD-LIM-OPER-CENT     PIC  9(9).
           02 PRD-LIM-DIA-CENT      PIC  9(9).
           02 PRD-SOBREG-CENT       PIC  9(9).
           02 PRD-MINIMO-CENT       PIC  9(9).
           02 PRD-EDAD-MIN          PIC  9(3).
           02 PRD-EDAD-MAX          PIC  9(3).
           02 PRD-NOMINA            PIC  X(1).
           02 PRD-ESTADO            PIC  X(1).

      * Producto de cada cuenta y, si lo hay, el cambio de producto
      * programado para una fecha contable (0 = ninguno pendiente).
       FD F-CTAPRODUCTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentasproducto.ubd".
       01 CTAPRODUCTO-REG.
           02 CPR-CUENTA            PIC 9(16).
           02 CPR-PRODUCTO          PIC  X(3).
           02 CPR-FECHA-DESDE       PIC  9(8).
           02 CPR-PRODUCTO-NUEVO    PIC  X(3).
           02 CPR-FECHA-CAMBIO      PIC  9(8).
           02 CPR-OPERADOR          PIC  9(4).

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

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-CAMBIOSPRD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cambiosproducto.txt".
       01 LINEA-CAMBIOPRD           PIC  X(132).


       WORKING-STORAGE SECTION.
       77 FSPR                     PIC  X(2).
       77 FSCP                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSCR                     PIC  X(2).

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

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 PRODUCTO-ANTES           PIC  X(3).

       77 TOTAL-PENDIENTES         PIC  9(9) VALUE 0.
       77 TOTAL-APLICADOS          PIC  9(9) VALUE 0.
       77 TOTAL-RECHAZADOS         PIC  9(9) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Cambios de producto programados desde la oficina cuya fecha de
      * efecto ha llegado.  Se aplican al principio del dia contable,
      * antes del abono de intereses, para que BATCHINT ya liquide con
      * los tramos del nuevo producto.  Las comisiones, el descubierto
      * y el saldo minimo del producto pasan a la ficha de la cuenta.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHPRD - Cambios de producto de cuenta".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           OPEN OUTPUT F-CAMBIOSPRD.
           IF FSCR <> 00
               DISPLAY "BATCHPRD: error abriendo cambiosproducto.txt, "
                   "FSCR=" FSCR
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-CAMBIOPRD.
           STRING "UnizarBank - Cambios de producto aplicados "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-CAMBIOPRD.
           WRITE LINEA-CAMBIOPRD.

           OPEN I-O F-CTAPRODUCTO.
           IF FSCP = 35 OR FSCP = 05
               CLOSE F-CTAPRODUCTO
               GO TO FIN-INFORME.
           IF FSCP <> 00
               DISPLAY "BATCHPRD: error abriendo cuentasproducto, "
                   "FSCP=" FSCP
               CLOSE F-CAMBIOSPRD
               GO TO FIN-ERROR.

           OPEN INPUT F-PRODUCTOS.
           IF FSPR <> 00
               DISPLAY "BATCHPRD: error abriendo productos, FSPR="
                   FSPR
               CLOSE F-CTAPRODUCTO
               CLOSE F-CAMBIOSPRD
               GO TO FIN-ERROR.

           OPEN I-O CUENTAS.
           IF FSU <> 00
               DISPLAY "BATCHPRD: error abriendo cuentas, FSU=" FSU
               CLOSE F-PRODUCTOS
               CLOSE F-CTAPRODUCTO
               CLOSE F-CAMBIOSPRD
               GO TO FIN-ERROR.

       LEER-CTAPRODUCTO.
           READ F-CTAPRODUCTO NEXT RECORD AT END
               GO TO FIN-LECTURA.
           IF CPR-FECHA-CAMBIO = 0
              OR CPR-FECHA-CAMBIO > FECHA-HOY-AAAAMMDD
               GO TO LEER-CTAPRODUCTO.
           ADD 1 TO TOTAL-PENDIENTES.

      * Un producto borrado del catalogo o una cuenta dada de baja
      * despues de programar el cambio lo anulan; se deja constancia.
           MOVE CPR-PRODUCTO-NUEVO TO PRD-CODIGO.
           READ F-PRODUCTOS INVALID KEY
               GO TO RECHAZAR-CAMBIO.
           MOVE CPR-CUENTA TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               GO TO RECHAZAR-CAMBIO.
           IF CTA-ESTADO = "X"
               GO TO RECHAZAR-CAMBIO.

           IF PRD-COMISIONES = "X"
               MOVE "S" TO CTA-EXENTA-COM
           ELSE
               MOVE "N" TO CTA-EXENTA-COM.
           DIVIDE PRD-SOBREG-CENT BY 100
               GIVING CTA-SOBREG-ENT REMAINDER CTA-SOBREG-DEC.
           DIVIDE PRD-MINIMO-CENT BY 100
               GIVING CTA-MINIMO-ENT REMAINDER CTA-MINIMO-DEC.
           REWRITE CUENTAREG INVALID KEY
               DISPLAY "BATCHPRD: error actualizando cuenta "
                   CUENTA-ID
               GO TO LEER-CTAPRODUCTO.

           MOVE CPR-PRODUCTO        TO PRODUCTO-ANTES.
           MOVE CPR-PRODUCTO-NUEVO  TO CPR-PRODUCTO.
           MOVE CPR-FECHA-CAMBIO    TO CPR-FECHA-DESDE.
           MOVE SPACES              TO CPR-PRODUCTO-NUEVO.
           MOVE 0                   TO CPR-FECHA-CAMBIO.
           REWRITE CTAPRODUCTO-REG INVALID KEY
               DISPLAY "BATCHPRD: error actualizando producto de "
                   CPR-CUENTA
               GO TO LEER-CTAPRODUCTO.

           MOVE SPACES TO LINEA-CAMBIOPRD.
           STRING "Cuenta " CPR-CUENTA " de " PRODUCTO-ANTES
               " a " CPR-PRODUCTO " " PRD-NOMBRE
               " desde " CPR-FECHA-DESDE
               DELIMITED BY SIZE INTO LINEA-CAMBIOPRD.
           WRITE LINEA-CAMBIOPRD.
           ADD 1 TO TOTAL-APLICADOS.
           GO TO LEER-CTAPRODUCTO.

       RECHAZAR-CAMBIO.
           MOVE SPACES TO LINEA-CAMBIOPRD.
           STRING "Cuenta " CPR-CUENTA " cambio a "
               CPR-PRODUCTO-NUEVO " anulado: producto o cuenta "
               "no disponible"
               DELIMITED BY SIZE INTO LINEA-CAMBIOPRD.
           WRITE LINEA-CAMBIOPRD.
           ADD 1 TO TOTAL-RECHAZADOS.

           MOVE SPACES TO CPR-PRODUCTO-NUEVO.
           MOVE 0      TO CPR-FECHA-CAMBIO.
           REWRITE CTAPRODUCTO-REG INVALID KEY CONTINUE.
           GO TO LEER-CTAPRODUCTO.

       FIN-LECTURA.
           CLOSE CUENTAS.
           CLOSE F-PRODUCTOS.
           CLOSE F-CTAPRODUCTO.

       FIN-INFORME.
           MOVE SPACES TO LINEA-CAMBIOPRD.
           STRING "Cambios aplicados: " TOTAL-APLICADOS
               "  anulados: " TOTAL-RECHAZADOS
               DELIMITED BY SIZE INTO LINEA-CAMBIOPRD.
           WRITE LINEA-CAMBIOPRD.
           CLOSE F-CAMBIOSPRD.

           DISPLAY "BATCHPRD: cambios vencidos  : " TOTAL-PENDIENTES.
           DISPLAY "BATCHPRD: cambios aplicados : " TOTAL-APLICADOS.
           DISPLAY "BATCHPRD: cambios anulados  : " TOTAL-RECHAZADOS.
           STOP RUN.

      * La fecha contable en curso manda sobre el reloj de pared.
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

       FIN-ERROR.
           MOVE "BATCHPRD"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSCP=" FSCP " " "FSPR=" FSPR " " "FSU=" FSU
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
