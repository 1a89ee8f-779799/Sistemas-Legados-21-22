       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDSP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CASSETES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAS-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL F-DISPENSACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-MOV-NUM
           FILE STATUS IS FSDS.


       DATA DIVISION.
       FILE SECTION.
       FD F-CASSETES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cassettes.ubd".
       01 CASSETE-REG.
           02 CAS-CLAVE.
               03 CAS-TERMINAL       PIC   9(4).
               03 CAS-DENOMINACION   PIC   9(2).
           02 CAS-CANTIDAD           PIC   9(5).

      * Resultado de cada entrega de efectivo, por el movimiento de
      * cargo que la origino.  DSP-RESULTADO: D entregado, P entrega
      * parcial, F fallida (no salio nada), R retraida (el cliente no
      * retiro los billetes).  DSP-ESTADO: C cerrada sin mas, P
      * pendiente del recuento del transporte, A abonada al cliente,
      * I a investigar por operaciones.  DSP-CANAL es el del cargo:
      * ATM tarjeta propia, CSR retirada sin tarjeta, ADQ tarjeta de
      * otra entidad.
       FD F-DISPENSACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "dispensaciones.ubd".
       01 DISPENSACION-REG.
           02 DSP-MOV-NUM           PIC  9(35).
           02 DSP-TARJETA           PIC  9(16).
           02 DSP-TERMINAL          PIC   9(4).
           02 DSP-FECHA             PIC   9(8).
           02 DSP-HORA              PIC   9(6).
           02 DSP-CANAL             PIC   X(3).
           02 DSP-CREDITO           PIC   X(1).
           02 DSP-PEDIDO-CENT       PIC   9(9).
           02 DSP-ENTREGADO-CENT    PIC   9(9).
           02 DSP-COMISION-CENT     PIC   9(9).
           02 DSP-PED50             PIC   9(5).
           02 DSP-PED20             PIC   9(5).
           02 DSP-PED10             PIC   9(5).
           02 DSP-ENT50             PIC   9(5).
           02 DSP-ENT20             PIC   9(5).
           02 DSP-ENT10             PIC   9(5).
           02 DSP-RESULTADO         PIC   X(1).
           02 DSP-ESTADO            PIC   X(1).
           02 DSP-CARGA-NUM         PIC  9(10).
           02 DSP-MOV-ABONO         PIC  9(35).
           02 DSP-FECHA-RESOL       PIC   9(8).


       WORKING-STORAGE SECTION.
       77 FSC                      PIC  X(2).
       77 FSDS                     PIC  X(2).

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

       LINKAGE SECTION.
      * DSPC-OPERACION: E entregar los billetes pedidos, R retraer
      * los billetes presentados que el cliente no ha retirado.
      * DSPC-RESULTADO y DSPC-ENTREGADO-CENT vuelven con lo que
      * realmente ha salido del cajero.
       01 DATOS-DISPENSACION.
           02 DSPC-OPERACION        PIC  X(1).
           02 DSPC-MOV-NUM          PIC  9(35).
           02 DSPC-TARJETA          PIC  9(16).
           02 DSPC-TERMINAL         PIC  9(4).
           02 DSPC-CANAL            PIC  X(3).
           02 DSPC-CREDITO          PIC  X(1).
           02 DSPC-BILL50           PIC  9(5).
           02 DSPC-BILL20           PIC  9(5).
           02 DSPC-BILL10           PIC  9(5).
           02 DSPC-COMISION-CENT    PIC  9(9).
           02 DSPC-RESULTADO        PIC  X(1).
           02 DSPC-ENTREGADO-CENT   PIC  9(9).


      * Dispensador de efectivo de los cajeros: saca de cada cassette
      * los billetes que de verdad tiene y anota el resultado de la
      * entrega contra el movimiento de cargo, para que BATCHDSP lo
      * coteje con el recuento del transporte.
       PROCEDURE DIVISION USING DATOS-DISPENSACION.
       INICIO.
           IF DSPC-OPERACION = "R"
               GO TO RETRAER.

           MOVE "F" TO DSPC-RESULTADO.
           MOVE 0 TO DSPC-ENTREGADO-CENT.

           MOVE DSPC-MOV-NUM        TO DSP-MOV-NUM.
           MOVE DSPC-TARJETA        TO DSP-TARJETA.
           MOVE DSPC-TERMINAL       TO DSP-TERMINAL.
           MOVE DSPC-CANAL          TO DSP-CANAL.
           MOVE DSPC-CREDITO        TO DSP-CREDITO.
           MOVE DSPC-BILL50         TO DSP-PED50.
           MOVE DSPC-BILL20         TO DSP-PED20.
           MOVE DSPC-BILL10         TO DSP-PED10.
           MOVE DSPC-COMISION-CENT  TO DSP-COMISION-CENT.
           MOVE 0                   TO DSP-ENT50.
           MOVE 0                   TO DSP-ENT20.
           MOVE 0                   TO DSP-ENT10.
           COMPUTE DSP-PEDIDO-CENT = (DSPC-BILL50 * 5000)
               + (DSPC-BILL20 * 2000) + (DSPC-BILL10 * 1000).

      * Sin fichero de cassettes no sale ningun billete.
           OPEN I-O F-CASSETES.
           IF FSC <> 00
               GO TO ENTREGA-HECHA.

           MOVE DSPC-TERMINAL TO CAS-TERMINAL.
           MOVE 50 TO CAS-DENOMINACION.
           READ F-CASSETES INVALID KEY GO TO ENTREGAR-20.
           MOVE DSPC-BILL50 TO DSP-ENT50.
           IF DSP-ENT50 > CAS-CANTIDAD
               MOVE CAS-CANTIDAD TO DSP-ENT50.
           SUBTRACT DSP-ENT50 FROM CAS-CANTIDAD.
           REWRITE CASSETE-REG INVALID KEY
               MOVE 0 TO DSP-ENT50.

       ENTREGAR-20.
           MOVE 20 TO CAS-DENOMINACION.
           READ F-CASSETES INVALID KEY GO TO ENTREGAR-10.
           MOVE DSPC-BILL20 TO DSP-ENT20.
           IF DSP-ENT20 > CAS-CANTIDAD
               MOVE CAS-CANTIDAD TO DSP-ENT20.
           SUBTRACT DSP-ENT20 FROM CAS-CANTIDAD.
           REWRITE CASSETE-REG INVALID KEY
               MOVE 0 TO DSP-ENT20.

       ENTREGAR-10.
           MOVE 10 TO CAS-DENOMINACION.
           READ F-CASSETES INVALID KEY GO TO ENTREGAR-FIN.
           MOVE DSPC-BILL10 TO DSP-ENT10.
           IF DSP-ENT10 > CAS-CANTIDAD
               MOVE CAS-CANTIDAD TO DSP-ENT10.
           SUBTRACT DSP-ENT10 FROM CAS-CANTIDAD.
           REWRITE CASSETE-REG INVALID KEY
               MOVE 0 TO DSP-ENT10.

       ENTREGAR-FIN.
           CLOSE F-CASSETES.

       ENTREGA-HECHA.
           COMPUTE DSP-ENTREGADO-CENT = (DSP-ENT50 * 5000)
               + (DSP-ENT20 * 2000) + (DSP-ENT10 * 1000).

           IF DSP-ENTREGADO-CENT = DSP-PEDIDO-CENT
               MOVE "D" TO DSP-RESULTADO
               MOVE "C" TO DSP-ESTADO
           ELSE
               IF DSP-ENTREGADO-CENT = 0
                   MOVE "F" TO DSP-RESULTADO
                   MOVE "P" TO DSP-ESTADO
               ELSE
                   MOVE "P" TO DSP-RESULTADO
                   MOVE "P" TO DSP-ESTADO.

           MOVE DSP-RESULTADO      TO DSPC-RESULTADO.
           MOVE DSP-ENTREGADO-CENT TO DSPC-ENTREGADO-CENT.

      * La entrega lleva el reloj real del terminal: es lo que se
      * cruza con la hora de las cargas del transporte.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE FECHA               TO DSP-FECHA.
           MOVE HORA(1:6)           TO DSP-HORA.
           MOVE 0                   TO DSP-CARGA-NUM.
           MOVE 0                   TO DSP-MOV-ABONO.
           MOVE 0                   TO DSP-FECHA-RESOL.

           OPEN I-O F-DISPENSACIONES.
           IF FSDS = 35
               CLOSE F-DISPENSACIONES
               OPEN OUTPUT F-DISPENSACIONES
               CLOSE F-DISPENSACIONES
               OPEN I-O F-DISPENSACIONES.
           IF FSDS <> 00 AND 05
               GO TO SALIR.

           WRITE DISPENSACION-REG INVALID KEY CONTINUE.
           CLOSE F-DISPENSACIONES.
           GO TO SALIR.

      * Billetes presentados y no retirados: el cajero los recoge y
      * quedan dentro de la maquina, donde el transporte los cuenta
      * con el resto del efectivo.
       RETRAER.
           OPEN I-O F-DISPENSACIONES.
           IF FSDS <> 00
               GO TO SALIR.

           MOVE DSPC-MOV-NUM TO DSP-MOV-NUM.
           READ F-DISPENSACIONES INVALID KEY
               CLOSE F-DISPENSACIONES
               GO TO SALIR.

           IF DSP-RESULTADO NOT = "D" AND NOT = "P"
               CLOSE F-DISPENSACIONES
               GO TO SALIR.

           OPEN I-O F-CASSETES.
           IF FSC <> 00
               CLOSE F-DISPENSACIONES
               GO TO SALIR.

           MOVE DSP-TERMINAL TO CAS-TERMINAL.
           MOVE 50 TO CAS-DENOMINACION.
           READ F-CASSETES INVALID KEY GO TO RETRAER-20.
           ADD DSP-ENT50 TO CAS-CANTIDAD.
           REWRITE CASSETE-REG INVALID KEY CONTINUE.

       RETRAER-20.
           MOVE 20 TO CAS-DENOMINACION.
           READ F-CASSETES INVALID KEY GO TO RETRAER-10.
           ADD DSP-ENT20 TO CAS-CANTIDAD.
           REWRITE CASSETE-REG INVALID KEY CONTINUE.

       RETRAER-10.
           MOVE 10 TO CAS-DENOMINACION.
           READ F-CASSETES INVALID KEY GO TO RETRAER-FIN.
           ADD DSP-ENT10 TO CAS-CANTIDAD.
           REWRITE CASSETE-REG INVALID KEY CONTINUE.

       RETRAER-FIN.
           CLOSE F-CASSETES.

           MOVE 0   TO DSP-ENT50.
           MOVE 0   TO DSP-ENT20.
           MOVE 0   TO DSP-ENT10.
           MOVE 0   TO DSP-ENTREGADO-CENT.
           MOVE "R" TO DSP-RESULTADO.
           MOVE "P" TO DSP-ESTADO.
           REWRITE DISPENSACION-REG INVALID KEY CONTINUE.
           CLOSE F-DISPENSACIONES.

           MOVE "R" TO DSPC-RESULTADO.
           MOVE 0   TO DSPC-ENTREGADO-CENT.

       SALIR.
           EXIT PROGRAM.
