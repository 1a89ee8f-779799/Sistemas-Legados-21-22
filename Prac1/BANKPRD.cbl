       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPRD.

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

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.


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


       WORKING-STORAGE SECTION.
       77 FSPR                     PIC  X(2).
       77 FSCP                     PIC  X(2).
       77 FST                      PIC  X(2).

       77 CUENTA-PRODUCTO          PIC 9(16).

       LINKAGE SECTION.
      * PRDC-CUENTA: si viene a cero se toma la cuenta de PRDC-TARJETA.
      * PRDC-RESULTADO: N la cuenta no tiene producto asignado (rigen
      * los valores generales), O producto encontrado.
       01 DATOS-PRODUCTO.
           02 PRDC-TARJETA          PIC 9(16).
           02 PRDC-CUENTA           PIC 9(16).
           02 PRDC-RESULTADO        PIC  X(1).
           02 PRDC-CODIGO           PIC  X(3).
           02 PRDC-COMISIONES       PIC  X(1).
           02 PRDC-INTERES          PIC  X(1).
           02 PRDC-TRAMO OCCURS 3 TIMES.
               03 PRDC-TRAMO-LIMITE-CENT PIC 9(11).
               03 PRDC-TRAMO-BP     PIC  9(4).
           02 PRDC-LIM-OPER-CENT    PIC  9(9).
           02 PRDC-LIM-DIA-CENT     PIC  9(9).
           02 PRDC-SOBREG-CENT      PIC  9(9).
           02 PRDC-MINIMO-CENT      PIC  9(9).

      * Condiciones del producto contratado por la cuenta.
       PROCEDURE DIVISION USING DATOS-PRODUCTO.
       INICIO.
           MOVE "N" TO PRDC-RESULTADO.
           MOVE SPACES TO PRDC-CODIGO.
           MOVE PRDC-CUENTA TO CUENTA-PRODUCTO.

           IF CUENTA-PRODUCTO NOT = 0
               GO TO BUSCAR-PRODUCTO-CUENTA.
           IF PRDC-TARJETA = 0
               GO TO SALIR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO SALIR.

           MOVE PRDC-TARJETA TO TNUM-C.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO SALIR.
           MOVE CTA-ID-C TO CUENTA-PRODUCTO.
           CLOSE TARJETAS.

           IF CUENTA-PRODUCTO = 0
               GO TO SALIR.

       BUSCAR-PRODUCTO-CUENTA.
           OPEN INPUT F-CTAPRODUCTO.
           IF FSCP <> 00
               CLOSE F-CTAPRODUCTO
               GO TO SALIR.

           MOVE CUENTA-PRODUCTO TO CPR-CUENTA.
           READ F-CTAPRODUCTO INVALID KEY
               CLOSE F-CTAPRODUCTO
               GO TO SALIR.
           CLOSE F-CTAPRODUCTO.

           OPEN INPUT F-PRODUCTOS.
           IF FSPR <> 00
               CLOSE F-PRODUCTOS
               GO TO SALIR.

           MOVE CPR-PRODUCTO TO PRD-CODIGO.
           READ F-PRODUCTOS INVALID KEY
               CLOSE F-PRODUCTOS
               GO TO SALIR.
           CLOSE F-PRODUCTOS.

           MOVE "O"                  TO PRDC-RESULTADO.
           MOVE PRD-CODIGO           TO PRDC-CODIGO.
           MOVE PRD-COMISIONES       TO PRDC-COMISIONES.
           MOVE PRD-INTERES          TO PRDC-INTERES.
           MOVE PRD-TRAMO-LIMITE-CENT(1) TO PRDC-TRAMO-LIMITE-CENT(1).
           MOVE PRD-TRAMO-BP(1)      TO PRDC-TRAMO-BP(1).
           MOVE PRD-TRAMO-LIMITE-CENT(2) TO PRDC-TRAMO-LIMITE-CENT(2).
           MOVE PRD-TRAMO-BP(2)      TO PRDC-TRAMO-BP(2).
           MOVE PRD-TRAMO-LIMITE-CENT(3) TO PRDC-TRAMO-LIMITE-CENT(3).
           MOVE PRD-TRAMO-BP(3)      TO PRDC-TRAMO-BP(3).
           MOVE PRD-LIM-OPER-CENT    TO PRDC-LIM-OPER-CENT.
           MOVE PRD-LIM-DIA-CENT     TO PRDC-LIM-DIA-CENT.
           MOVE PRD-SOBREG-CENT      TO PRDC-SOBREG-CENT.
           MOVE PRD-MINIMO-CENT      TO PRDC-MINIMO-CENT.

       SALIR.
           EXIT PROGRAM.
