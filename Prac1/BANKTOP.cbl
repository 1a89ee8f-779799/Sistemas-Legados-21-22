       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKTOP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUM
           ALTERNATE RECORD KEY IS ENT-ESP-NUM WITH DUPLICATES
           FILE STATUS IS FSEN.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.


       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradas.ubd".
       01 ENTRADA-REG.
           02 ENT-NUM               PIC  9(10).
           02 ENT-ESP-NUM           PIC   9(4).
           02 ENT-TARIFA            PIC   9(1).
           02 ENT-TARJETA           PIC  9(16).
           02 ENT-MOV-NUM           PIC  9(35).
           02 ENT-ESTADO            PIC   X(1).
           02 ENT-FILA              PIC   9(2).
           02 ENT-ASIENTO           PIC   9(3).

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


       WORKING-STORAGE SECTION.
       77 FSEN                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).

       77 TARJETA-BUSCADA          PIC 9(16).
       77 NIF-ENCONTRADO           PIC  X(9).
       77 NIF-COMPRADOR            PIC  X(9).
       77 ULTIMA-TARJETA-VISTA     PIC 9(16).
       77 ULTIMO-NIF-VISTO         PIC  X(9).

       LINKAGE SECTION.
      * TOPC-MAXIMO llega con el tope del espectaculo (0 = sin tope).
      * TOPC-RESULTADO: N el espectaculo no tiene tope, O la compra o
      * cesion cabe en el tope, T la persona lo superaria.
      * TOPC-TENIDAS devuelve las entradas vivas que ya tiene esa
      * persona para el espectaculo con cualquiera de sus tarjetas.
      * TOPC-ENT-EXCLUIDA es la entrada que se esta cediendo, que no
      * se cuenta (0 en las compras).
       01 DATOS-TOPE.
           02 TOPC-TARJETA          PIC 9(16).
           02 TOPC-ESP-NUM          PIC  9(4).
           02 TOPC-ENT-EXCLUIDA     PIC 9(10).
           02 TOPC-NUM-ENTRADAS     PIC  9(3).
           02 TOPC-MAXIMO           PIC  9(3).
           02 TOPC-TENIDAS          PIC  9(5).
           02 TOPC-RESULTADO        PIC  X(1).

      * Tope de entradas por persona y espectaculo.  La persona es el
      * NIF del titular de la cuenta de la tarjeta, de modo que cuentan
      * todas sus tarjetas y cuentas.  Las entradas recibidas por
      * cesion ya figuran a nombre de la tarjeta destino y cuentan
      * para quien las recibe; las usadas en puerta siguen contando.
       PROCEDURE DIVISION USING DATOS-TOPE.
       INICIO.
           MOVE "N" TO TOPC-RESULTADO.
           MOVE 0 TO TOPC-TENIDAS.

           IF TOPC-MAXIMO = 0 OR TOPC-TARJETA = 0
               GO TO SALIR.

           MOVE "O" TO TOPC-RESULTADO.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO SALIR.
           OPEN INPUT CUENTAS.

           MOVE TOPC-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-NIF THRU BUSCAR-NIF-FIN.
           MOVE NIF-ENCONTRADO TO NIF-COMPRADOR.
           MOVE TOPC-TARJETA TO ULTIMA-TARJETA-VISTA.
           MOVE NIF-ENCONTRADO TO ULTIMO-NIF-VISTO.

           OPEN INPUT F-ENTRADAS.
           IF FSEN <> 00
               GO TO CONTADAS-ENTRADAS.

           MOVE TOPC-ESP-NUM TO ENT-ESP-NUM.
           START F-ENTRADAS KEY IS EQUAL ENT-ESP-NUM INVALID KEY
               GO TO CERRAR-ENTRADAS.

       LEER-ENTRADA.
           READ F-ENTRADAS NEXT RECORD AT END
               GO TO CERRAR-ENTRADAS.
           IF ENT-ESP-NUM NOT = TOPC-ESP-NUM
               GO TO CERRAR-ENTRADAS.
           IF ENT-ESTADO = "X"
               GO TO LEER-ENTRADA.
           IF ENT-NUM = TOPC-ENT-EXCLUIDA
               GO TO LEER-ENTRADA.

           IF ENT-TARJETA = TOPC-TARJETA
               ADD 1 TO TOPC-TENIDAS
               GO TO LEER-ENTRADA.

           IF NIF-COMPRADOR = SPACES
               GO TO LEER-ENTRADA.

      * Las entradas de una misma compra van seguidas con la misma
      * tarjeta; se evita releer el titular en cada una.
           IF ENT-TARJETA NOT = ULTIMA-TARJETA-VISTA
               MOVE ENT-TARJETA TO TARJETA-BUSCADA
               PERFORM BUSCAR-NIF THRU BUSCAR-NIF-FIN
               MOVE ENT-TARJETA TO ULTIMA-TARJETA-VISTA
               MOVE NIF-ENCONTRADO TO ULTIMO-NIF-VISTO.

           IF ULTIMO-NIF-VISTO = NIF-COMPRADOR
               ADD 1 TO TOPC-TENIDAS.
           GO TO LEER-ENTRADA.

       CERRAR-ENTRADAS.
           CLOSE F-ENTRADAS.

       CONTADAS-ENTRADAS.
           CLOSE TARJETAS.
           CLOSE CUENTAS.

           IF TOPC-TENIDAS + TOPC-NUM-ENTRADAS > TOPC-MAXIMO
               MOVE "T" TO TOPC-RESULTADO.
           GO TO SALIR.

      * Titular de la cuenta de la tarjeta: tarjeta, cuenta y NIF.
       BUSCAR-NIF.
           MOVE SPACES TO NIF-ENCONTRADO.

           MOVE TARJETA-BUSCADA TO TNUM-C.
           READ TARJETAS INVALID KEY
               GO TO BUSCAR-NIF-FIN.
           IF CTA-ID-C = 0
               GO TO BUSCAR-NIF-FIN.

           MOVE CTA-ID-C TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               GO TO BUSCAR-NIF-FIN.
           MOVE CTA-NIF TO NIF-ENCONTRADO.

       BUSCAR-NIF-FIN.
           EXIT.

       SALIR.
           EXIT PROGRAM.
