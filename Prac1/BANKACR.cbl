       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKACR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ACREEDORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CODIGO
           FILE STATUS IS FSAC.


       DATA DIVISION.
       FILE SECTION.
      * Maestro de acreedores de recibos.  Recibos y mandatos guardan
      * el codigo del acreedor en su campo de emisor.  La comision se
      * cobra por recibo atendido: fijo mas puntos basicos del
      * importe.  ACR-PENDIENTE-CENT arrastra lo que no se pudo
      * liquidar (neto negativo o liquidacion devuelta).  Estado A
      * activo, B de baja (no admite recibos ni mandatos nuevos).
       FD F-ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
       01 ACREEDOR-REG.
           02 ACR-CODIGO            PIC  X(8).
           02 ACR-NOMBRE            PIC X(30).
           02 ACR-ID-SEPA           PIC X(35).
           02 ACR-IBAN              PIC X(34).
           02 ACR-COM-FIJO-CENT     PIC  9(5).
           02 ACR-COM-BP            PIC  9(4).
           02 ACR-ESTADO            PIC  X(1).
           02 ACR-PENDIENTE-CENT    PIC S9(11).
           02 ACR-FECHA-LIQ         PIC  9(8).


       WORKING-STORAGE SECTION.
       77 FSAC                     PIC  X(2).

       LINKAGE SECTION.
      * ACRC-CODIGO: el contenido del campo emisor de recibo o
      * mandato.  ACRC-RESULTADO: O acreedor activo, B dado de baja,
      * N codigo inexistente.
       01 DATOS-ACREEDOR.
           02 ACRC-CODIGO           PIC X(20).
           02 ACRC-RESULTADO        PIC  X(1).
           02 ACRC-NOMBRE           PIC X(30).

      * Comprobacion de un codigo de acreedor y nombre para mostrar.
       PROCEDURE DIVISION USING DATOS-ACREEDOR.
       INICIO.
           MOVE "N" TO ACRC-RESULTADO.
           MOVE SPACES TO ACRC-NOMBRE.

           IF ACRC-CODIGO = SPACES OR ACRC-CODIGO(9:12) NOT = SPACES
               GO TO SALIR.

           OPEN INPUT F-ACREEDORES.
           IF FSAC <> 00
               CLOSE F-ACREEDORES
               GO TO SALIR.

           MOVE ACRC-CODIGO(1:8) TO ACR-CODIGO.
           READ F-ACREEDORES INVALID KEY
               CLOSE F-ACREEDORES
               GO TO SALIR.
           CLOSE F-ACREEDORES.

           MOVE ACR-NOMBRE TO ACRC-NOMBRE.
           IF ACR-ESTADO = "A"
               MOVE "O" TO ACRC-RESULTADO
           ELSE
               MOVE "B" TO ACRC-RESULTADO.

       SALIR.
           EXIT PROGRAM.
