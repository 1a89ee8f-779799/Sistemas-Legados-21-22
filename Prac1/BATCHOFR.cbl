       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHOFR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-RECIBOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECIBO-NUM
           ALTERNATE RECORD KEY IS RECIBO-TARJETA WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT OPTIONAL F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTM-NUM
           ALTERNATE RECORD KEY IS PTM-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPT.

           SELECT OPTIONAL F-OFERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFR-CUENTA
           FILE STATUS IS FSOF.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
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

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-ESTADO            PIC   X(1).
           02 MOV-MONEDA            PIC   X(3).
           02 MOV-TERMINAL          PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

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

       FD F-RECIBOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recibos.ubd".
       01 RECIBO-REG.
           02 RECIBO-NUM            PIC  9(10).
           02 RECIBO-TARJETA        PIC  9(16).
           02 RECIBO-EMISOR         PIC  X(20).
           02 RECIBO-REFERENCIA     PIC  X(20).
           02 RECIBO-IMPORTE-ENT    PIC   9(7).
           02 RECIBO-IMPORTE-DEC    PIC   9(2).
           02 RECIBO-ESTADO         PIC   X(1).
           02 RECIBO-VTO            PIC   9(8).

      * Maestro de prestamos personales.  Estado A vigente, M con
      * cuotas en mora, F amortizado.
       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
       01 PRESTAMO-REG.
           02 PTM-NUM               PIC  9(10).
           02 PTM-CUENTA            PIC 9(16).
           02 PTM-TARJETA           PIC 9(16).
           02 PTM-PRINCIPAL-CENT    PIC S9(11).
           02 PTM-TASA-BP           PIC   9(4).
           02 PTM-MESES             PIC   9(3).
           02 PTM-DIA-PAGO          PIC   9(2).
           02 PTM-CUOTA-CENT        PIC  S9(9).
           02 PTM-PENDIENTE-CENT    PIC S9(11).
           02 PTM-PAGADAS           PIC   9(3).
           02 PTM-MORA              PIC   9(3).
           02 PTM-FECHA-ALTA        PIC   9(8).
           02 PTM-OPERADOR          PIC   9(4).
           02 PTM-ESTADO            PIC   X(1).

      * Ofertas de credito preconcedido, una por cuenta.  OFR-TIPO:
      * S ampliacion del descubierto hasta OFR-IMPORTE-CENT, P
      * prestamo personal de ese principal a OFR-TASA-BP y
      * OFR-MESES.  OFR-ESTADO: P pendiente, A aceptada, R rechazada
      * por el titular, C caducada o retirada.
       FD F-OFERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertas.ubd".
       01 OFERTA-REG.
           02 OFR-CUENTA            PIC 9(16).
           02 OFR-TIPO              PIC  X(1).
           02 OFR-IMPORTE-CENT      PIC 9(11).
           02 OFR-TASA-BP           PIC  9(4).
           02 OFR-MESES             PIC  9(3).
           02 OFR-INGRESOS-CENT     PIC 9(11).
           02 OFR-SALDO-MEDIO-CENT  PIC S9(11).
           02 OFR-FECHA             PIC  9(8).
           02 OFR-CADUCIDAD         PIC  9(8).
           02 OFR-ESTADO            PIC  X(1).
           02 OFR-FECHA-RESPUESTA   PIC  9(8).
           02 OFR-TARJETA           PIC 9(16).
           02 OFR-PRESTAMO          PIC 9(10).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertascredito.txt".
       01 LINEA-INFORME            PIC X(132).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSPT                     PIC  X(2).
       77 FSOF                     PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSFO                     PIC  X(2).

      * Politica de preconcesion: ventana de historia en dias,
      * vigencia de la oferta, tope del descubierto y del prestamo
      * en centimos, meses de nomina que se prestan y condiciones
      * del prestamo ofrecido.
       78 OFR-VENTANA-DIAS         VALUE 90.
       78 OFR-VIGENCIA-DIAS        VALUE 30.
       78 OFR-DESCUBIERTO-MAXIMO   VALUE 300000.
       78 OFR-PRESTAMO-MAXIMO      VALUE 3000000.
       78 OFR-IMPORTE-MINIMO       VALUE 10000.
       78 OFR-MESES-NOMINA         VALUE 6.
       78 OFR-TASA-PRESTAMO        VALUE 790.
       78 OFR-PLAZO-PRESTAMO       VALUE 48.

       77 MSJ-INTERES              PIC  X(35) VALUE
           "Int. descubierto".
       77 MSJ-COMISION             PIC  X(35) VALUE
           "Comision descubierto".

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
       77 FECHA-MANANA             PIC  9(8).
       77 FECHA-HOY-INT            PIC  9(9).
       77 FECHA-DESDE-INT          PIC  9(9).
       77 FECHA-DESDE-AAAAMMDD     PIC  9(8).
       77 FECHA-MOV-INT            PIC  9(9).
       77 FECHA-PREVIA-INT         PIC  9(9).
       77 MES-HOY-ABS              PIC  9(6).
       77 MES-ATRAS                PIC  9(6).

       77 CUENTA-ACTUAL            PIC  9(16).
       77 HAY-CUENTA               PIC  9(1).

       01 NOMINAS-CUENTA.
           02 NOMINA-MES           PIC  X(1) OCCURS 3.
       77 I-MES                    PIC  9(1).
       77 MESES-CON-NOMINA         PIC  9(1).

       77 NOMINA-CENT              PIC S9(13).
       77 SALDO-COMB-CENT          PIC S9(13).
       77 SALDO-DIAS-CENT          PIC S9(15).
       77 INCIDENCIAS-DESCUB       PIC  9(5).
       77 RECIBOS-DEVUELTOS        PIC  9(5).
       77 PRESTAMO-VIVO            PIC  X(1).
       77 PRESTAMO-MORA            PIC  X(1).

       77 LAST-USER-MOV-NUM        PIC  9(35).
       77 SALDO-TARJETA-CENT       PIC S9(11).
       77 SALDO-PREVIO-CENT        PIC S9(11).
       77 MOV-CENT                 PIC S9(11).

       77 SOBREGIRO-CENT           PIC S9(11).
       77 INGRESOS-MES-CENT        PIC S9(13).
       77 SALDO-MEDIO-CENT         PIC S9(13).
       77 IMPORTE-OFERTA-CENT      PIC S9(13).
       77 CIENTOS-EUROS            PIC  9(9).
       77 TIPO-OFERTA              PIC  X(1).
       77 MOTIVO-SIN-OFERTA        PIC X(30).

       77 TOTAL-CUENTAS            PIC  9(9) VALUE 0.
       77 TOTAL-OFERTAS-DESC       PIC  9(9) VALUE 0.
       77 TOTAL-OFERTAS-PTM        PIC  9(9) VALUE 0.
       77 TOTAL-SIN-OFERTA         PIC  9(9) VALUE 0.
       77 TOTAL-RETIRADAS          PIC  9(9) VALUE 0.
       77 TOTAL-YA-VALORADAS       PIC  9(9) VALUE 0.

       01 DATOS-CONSENTIMIENTO.
           02 CNSC-OPERACION        PIC  X(1).
           02 CNSC-TARJETA          PIC 9(16).
           02 CNSC-CUENTA           PIC 9(16).
           02 CNSC-NIF              PIC  X(9).
           02 CNSC-FINALIDAD        PIC  X(3).
           02 CNSC-VALOR            PIC  X(1).
           02 CNSC-CANAL            PIC  X(3).
           02 CNSC-TERMINAL         PIC  9(4).
           02 CNSC-VERSION          PIC  9(3).
           02 CNSC-FECHA            PIC  9(8).
           02 CNSC-PERMITIDO        PIC  X(1).
           02 CNSC-RESULTADO        PIC  X(1).
           02 CNSC-NOMBRE           PIC X(30).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Valoracion mensual de credito preconcedido.  El ultimo dia
      * del mes se repasa cada cuenta con sus tarjetas sobre los
      * ultimos noventa dias: nomina cobrada en cada uno de los tres
      * meses, saldo medio diario, recibos devueltos, descubiertos
      * liquidados por BATCHOVD, exceso sobre el limite como en
      * BATCHDLQ y prestamos en mora.  Las cuentas sanas reciben una
      * oferta de prestamo si viven en positivo, o de descubierto si
      * lo usan, con su caducidad; BANK59 la presenta en el cajero.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHOFR - Ofertas de credito preconcedido".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo el ultimo dia del mes, con el mes completo en la
      * historia.
           COMPUTE FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD) + 1).
           IF FECHA-MANANA(7:2) NOT = "01"
               DISPLAY "BATCHOFR: no es fin de mes, sin valoracion"
               STOP RUN.

           COMPUTE FECHA-HOY-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD).
           COMPUTE FECHA-DESDE-INT = FECHA-HOY-INT
               - OFR-VENTANA-DIAS + 1.
           COMPUTE FECHA-DESDE-AAAAMMDD =
               FUNCTION DATE-OF-INTEGER(FECHA-DESDE-INT).
           COMPUTE MES-HOY-ABS = (ANO * 12) + MES.

           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               DISPLAY "BATCHOFR: error abriendo ofertascredito.txt, "
                   "FSI=" FSI
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Ofertas de credito preconcedido "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN I-O F-OFERTAS.
           IF FSOF = 35
               CLOSE F-OFERTAS
               OPEN OUTPUT F-OFERTAS
               CLOSE F-OFERTAS
               OPEN I-O F-OFERTAS.
           IF FSOF <> 00 AND 05
               DISPLAY "BATCHOFR: error abriendo ofertas, FSOF=" FSOF
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHOFR: error abriendo tarjetas, FST=" FST
               CLOSE F-OFERTAS
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           MOVE 0 TO CTA-ID-C.
           START TARJETAS KEY IS >= CTA-ID-C
               INVALID KEY GO TO FIN-LECTURA.

           MOVE 0 TO HAY-CUENTA.
           PERFORM RESET-CUENTA THRU RESET-CUENTA.

       LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END GO TO ULTIMA-CUENTA.

           IF CTA-ID-C = 0
               GO TO LEER-TARJETA.

           IF HAY-CUENTA = 0
               MOVE 1 TO HAY-CUENTA
               MOVE CTA-ID-C TO CUENTA-ACTUAL
               ADD 1 TO TOTAL-CUENTAS
           ELSE
               IF CTA-ID-C NOT = CUENTA-ACTUAL
                   PERFORM EVALUAR-CUENTA THRU EVALUAR-CUENTA-FIN
                   PERFORM RESET-CUENTA THRU RESET-CUENTA
                   MOVE CTA-ID-C TO CUENTA-ACTUAL
                   ADD 1 TO TOTAL-CUENTAS
               END-IF
           END-IF.

           PERFORM SUMAR-TARJETA THRU SUMAR-TARJETA-FIN.
           PERFORM CONTAR-DEVUELTOS THRU CONTAR-DEVUELTOS-FIN.

           GO TO LEER-TARJETA.

       ULTIMA-CUENTA.
           IF HAY-CUENTA = 1
               PERFORM EVALUAR-CUENTA THRU EVALUAR-CUENTA-FIN.
           GO TO FIN-LECTURA.

       RESET-CUENTA.
           MOVE 0 TO NOMINA-CENT.
           MOVE 0 TO SALDO-COMB-CENT.
           MOVE 0 TO SALDO-DIAS-CENT.
           MOVE 0 TO INCIDENCIAS-DESCUB.
           MOVE 0 TO RECIBOS-DEVUELTOS.
           MOVE "N" TO NOMINA-MES(1).
           MOVE "N" TO NOMINA-MES(2).
           MOVE "N" TO NOMINA-MES(3).

      * Recorre los movimientos de la tarjeta.  El saldo medio es
      * el de cada dia de la ventana: cada saldo posterior pesa los
      * dias que estuvo vigente, partiendo del ultimo saldo anterior
      * a la ventana.  Se acumulan tambien las nominas abonadas, el
      * mes en que llegaron y las liquidaciones de descubierto.
       SUMAR-TARJETA.
           MOVE 0 TO LAST-USER-MOV-NUM.
           MOVE 0 TO SALDO-TARJETA-CENT.
           MOVE 0 TO SALDO-PREVIO-CENT.
           MOVE FECHA-DESDE-INT TO FECHA-PREVIA-INT.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO SUMAR-TARJETA-FIN.

           MOVE TNUM-C TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO SUMAR-TARJETA-CERRAR.

       LEER-MOV-TARJETA.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SUMAR-TARJETA-CERRAR.
           IF MOV-TARJETA NOT = TNUM-C
               GO TO SUMAR-TARJETA-CERRAR.

           IF MOV-NUM > LAST-USER-MOV-NUM
               MOVE MOV-NUM TO LAST-USER-MOV-NUM
               COMPUTE SALDO-TARJETA-CENT = (MOV-SALDOPOS-ENT * 100)
                                           + MOV-SALDOPOS-DEC.

           COMPUTE FECHA-MOV-INT = FUNCTION INTEGER-OF-DATE
               ((MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA).

           IF FECHA-MOV-INT > FECHA-HOY-INT
               GO TO LEER-MOV-TARJETA.

           IF FECHA-MOV-INT < FECHA-DESDE-INT
               COMPUTE SALDO-PREVIO-CENT = (MOV-SALDOPOS-ENT * 100)
                                          + MOV-SALDOPOS-DEC
               GO TO LEER-MOV-TARJETA.

           COMPUTE SALDO-DIAS-CENT = SALDO-DIAS-CENT
               + (SALDO-PREVIO-CENT
                  * (FECHA-MOV-INT - FECHA-PREVIA-INT)).
           MOVE FECHA-MOV-INT TO FECHA-PREVIA-INT.
           COMPUTE SALDO-PREVIO-CENT = (MOV-SALDOPOS-ENT * 100)
                                      + MOV-SALDOPOS-DEC.

           IF MOV-CONCEPTO = MSJ-INTERES
              OR MOV-CONCEPTO = MSJ-COMISION
               ADD 1 TO INCIDENCIAS-DESCUB.

           IF MOV-CANAL NOT = "NOM"
               GO TO LEER-MOV-TARJETA.
           COMPUTE MOV-CENT = (MOV-IMPORTE-ENT * 100)
                             + MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT < 0 OR MOV-CENT NOT > 0
               GO TO LEER-MOV-TARJETA.

           ADD MOV-CENT TO NOMINA-CENT.
           COMPUTE MES-ATRAS = MES-HOY-ABS
               - ((MOV-ANO * 12) + MOV-MES).
           IF MES-ATRAS < 3
               COMPUTE I-MES = MES-ATRAS + 1
               MOVE "S" TO NOMINA-MES(I-MES).

           GO TO LEER-MOV-TARJETA.

       SUMAR-TARJETA-CERRAR.
           CLOSE F-MOVIMIENTOS.

           COMPUTE SALDO-DIAS-CENT = SALDO-DIAS-CENT
               + (SALDO-PREVIO-CENT
                  * (FECHA-HOY-INT + 1 - FECHA-PREVIA-INT)).
           ADD SALDO-TARJETA-CENT TO SALDO-COMB-CENT.

       SUMAR-TARJETA-FIN.
           EXIT.

      * Recibos de la tarjeta devueltos por el titular dentro de la
      * ventana.
       CONTAR-DEVUELTOS.
           OPEN INPUT F-RECIBOS.
           IF FSR <> 00 AND 05
               GO TO CONTAR-DEVUELTOS-CERRAR.

           MOVE TNUM-C TO RECIBO-TARJETA.
           START F-RECIBOS KEY IS = RECIBO-TARJETA
               INVALID KEY GO TO CONTAR-DEVUELTOS-CERRAR.

       LEER-RECIBO-TARJETA.
           READ F-RECIBOS NEXT RECORD AT END
               GO TO CONTAR-DEVUELTOS-CERRAR.
           IF RECIBO-TARJETA NOT = TNUM-C
               GO TO CONTAR-DEVUELTOS-CERRAR.

           IF RECIBO-ESTADO = "R"
              AND RECIBO-VTO >= FECHA-DESDE-AAAAMMDD
               ADD 1 TO RECIBOS-DEVUELTOS.
           GO TO LEER-RECIBO-TARJETA.

       CONTAR-DEVUELTOS-CERRAR.
           CLOSE F-RECIBOS.

       CONTAR-DEVUELTOS-FIN.
           EXIT.

      * Prestamos personales de la cuenta: uno en mora cierra la
      * puerta a cualquier oferta; uno vigente descarta ofrecer otro.
       CONSULTAR-PRESTAMOS.
           MOVE "N" TO PRESTAMO-VIVO.
           MOVE "N" TO PRESTAMO-MORA.

           OPEN INPUT F-PRESTAMOS.
           IF FSPT <> 00 AND 05
               GO TO CONSULTAR-PRESTAMOS-CERRAR.

           MOVE CUENTA-ACTUAL TO PTM-CUENTA.
           START F-PRESTAMOS KEY IS = PTM-CUENTA
               INVALID KEY GO TO CONSULTAR-PRESTAMOS-CERRAR.

       LEER-PRESTAMO-CUENTA.
           READ F-PRESTAMOS NEXT RECORD AT END
               GO TO CONSULTAR-PRESTAMOS-CERRAR.
           IF PTM-CUENTA NOT = CUENTA-ACTUAL
               GO TO CONSULTAR-PRESTAMOS-CERRAR.

           IF PTM-ESTADO = "M"
               MOVE "S" TO PRESTAMO-MORA.
           IF PTM-ESTADO = "A"
               MOVE "S" TO PRESTAMO-VIVO.
           GO TO LEER-PRESTAMO-CUENTA.

       CONSULTAR-PRESTAMOS-CERRAR.
           CLOSE F-PRESTAMOS.

       CONSULTAR-PRESTAMOS-FIN.
           EXIT.

       EVALUAR-CUENTA.
           MOVE SPACES TO MOTIVO-SIN-OFERTA.
           MOVE 0 TO IMPORTE-OFERTA-CENT.
           MOVE SPACES TO TIPO-OFERTA.

      * Una repeticion del lote el mismo mes no vuelve a valorar.
           MOVE CUENTA-ACTUAL TO OFR-CUENTA.
           READ F-OFERTAS INVALID KEY
               MOVE 0 TO OFR-FECHA.
           IF OFR-FECHA(1:6) = FECHA-HOY-AAAAMMDD(1:6)
               ADD 1 TO TOTAL-YA-VALORADAS
               GO TO EVALUAR-CUENTA-FIN.

           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               GO TO EVALUAR-CUENTA-FIN.

           MOVE CUENTA-ACTUAL TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO EVALUAR-CUENTA-FIN.
           CLOSE CUENTAS.

           COMPUTE SOBREGIRO-CENT = (CTA-SOBREG-ENT * 100)
                                   + CTA-SOBREG-DEC.

           MOVE 0 TO MESES-CON-NOMINA.
           MOVE 1 TO I-MES.

       CONTAR-MESES-NOMINA.
           IF NOMINA-MES(I-MES) = "S"
               ADD 1 TO MESES-CON-NOMINA.
           ADD 1 TO I-MES.
           IF I-MES <= 3
               GO TO CONTAR-MESES-NOMINA.

           COMPUTE INGRESOS-MES-CENT = NOMINA-CENT / 3.
           COMPUTE SALDO-MEDIO-CENT = SALDO-DIAS-CENT
               / OFR-VENTANA-DIAS.

           IF CTA-ESTADO = "X" OR CTA-ESTADO = "E"
              OR CTA-ESTADO = "D"
               MOVE "CUENTA NO OPERATIVA" TO MOTIVO-SIN-OFERTA
               GO TO CUENTA-SIN-OFERTA.

      * La oferta es publicidad hecha con un perfil del titular.
           MOVE "C"           TO CNSC-OPERACION.
           MOVE 0             TO CNSC-TARJETA.
           MOVE CUENTA-ACTUAL TO CNSC-CUENTA.
           MOVE CTA-NIF       TO CNSC-NIF.
           MOVE "PUB"         TO CNSC-FINALIDAD.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           IF CNSC-PERMITIDO NOT = "S"
               MOVE "SIN CONSENTIMIENTO PUBLICIDAD"
                   TO MOTIVO-SIN-OFERTA
               GO TO CUENTA-SIN-OFERTA.

           MOVE "PER"         TO CNSC-FINALIDAD.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           IF CNSC-PERMITIDO NOT = "S"
               MOVE "SIN CONSENTIMIENTO PERFILES" TO MOTIVO-SIN-OFERTA
               GO TO CUENTA-SIN-OFERTA.

           IF CTA-FECHA-NAC NOT = 0
              AND FECHA-HOY-AAAAMMDD - CTA-FECHA-NAC < 180000
               MOVE "TITULAR MENOR DE EDAD" TO MOTIVO-SIN-OFERTA
               GO TO CUENTA-SIN-OFERTA.

           IF SALDO-COMB-CENT < (0 - SOBREGIRO-CENT)
               MOVE "FUERA DE LIMITE" TO MOTIVO-SIN-OFERTA
               GO TO CUENTA-SIN-OFERTA.

           IF INCIDENCIAS-DESCUB > 0
               MOVE "DESCUBIERTOS LIQUIDADOS" TO MOTIVO-SIN-OFERTA
               GO TO CUENTA-SIN-OFERTA.

           IF RECIBOS-DEVUELTOS > 0
               MOVE "RECIBOS DEVUELTOS" TO MOTIVO-SIN-OFERTA
               GO TO CUENTA-SIN-OFERTA.

           PERFORM CONSULTAR-PRESTAMOS THRU CONSULTAR-PRESTAMOS-FIN.
           IF PRESTAMO-MORA = "S"
               MOVE "PRESTAMO EN MORA" TO MOTIVO-SIN-OFERTA
               GO TO CUENTA-SIN-OFERTA.

           IF MESES-CON-NOMINA < 3
               MOVE "SIN NOMINA REGULAR" TO MOTIVO-SIN-OFERTA
               GO TO CUENTA-SIN-OFERTA.

      * Quien vive en positivo y no tiene prestamo recibe prestamo
      * de varias nominas; quien tira del descubierto, un limite de
      * una nomina si mejora el que ya tiene.  Importes en cientos
      * de euros enteros.
           IF SALDO-MEDIO-CENT >= 0 AND PRESTAMO-VIVO = "N"
               MOVE "P" TO TIPO-OFERTA
               COMPUTE IMPORTE-OFERTA-CENT =
                   INGRESOS-MES-CENT * OFR-MESES-NOMINA
               IF IMPORTE-OFERTA-CENT > OFR-PRESTAMO-MAXIMO
                   MOVE OFR-PRESTAMO-MAXIMO TO IMPORTE-OFERTA-CENT
               END-IF
           ELSE
               MOVE "S" TO TIPO-OFERTA
               MOVE INGRESOS-MES-CENT TO IMPORTE-OFERTA-CENT
               IF IMPORTE-OFERTA-CENT > OFR-DESCUBIERTO-MAXIMO
                   MOVE OFR-DESCUBIERTO-MAXIMO TO IMPORTE-OFERTA-CENT
               END-IF
           END-IF.

           DIVIDE IMPORTE-OFERTA-CENT BY 10000 GIVING CIENTOS-EUROS.
           COMPUTE IMPORTE-OFERTA-CENT = CIENTOS-EUROS * 10000.

           IF IMPORTE-OFERTA-CENT < OFR-IMPORTE-MINIMO
               MOVE "INGRESOS INSUFICIENTES" TO MOTIVO-SIN-OFERTA
               GO TO CUENTA-SIN-OFERTA.

           IF TIPO-OFERTA = "S"
              AND IMPORTE-OFERTA-CENT NOT > SOBREGIRO-CENT
               MOVE "LIMITE ACTUAL SUFICIENTE" TO MOTIVO-SIN-OFERTA
               GO TO CUENTA-SIN-OFERTA.

           PERFORM GRABAR-OFERTA THRU GRABAR-OFERTA-FIN.
           GO TO EVALUAR-CUENTA-FIN.

      * Sin oferta este mes: la que quedara pendiente se retira.
       CUENTA-SIN-OFERTA.
           ADD 1 TO TOTAL-SIN-OFERTA.

           MOVE SPACES TO LINEA-INFORME.
           STRING "SIN OFERTA cuenta " CUENTA-ACTUAL " "
               MOTIVO-SIN-OFERTA
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CUENTA-ACTUAL TO OFR-CUENTA.
           READ F-OFERTAS INVALID KEY
               GO TO EVALUAR-CUENTA-FIN.
           IF OFR-ESTADO NOT = "P"
               GO TO EVALUAR-CUENTA-FIN.

           MOVE "C" TO OFR-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO OFR-FECHA-RESPUESTA.
           REWRITE OFERTA-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-RETIRADAS.

       EVALUAR-CUENTA-FIN.
           EXIT.

      * La oferta del mes sustituye a la anterior de la cuenta,
      * estuviera pendiente, caducada o ya respondida.
       GRABAR-OFERTA.
           MOVE CUENTA-ACTUAL       TO OFR-CUENTA.
           MOVE TIPO-OFERTA         TO OFR-TIPO.
           MOVE IMPORTE-OFERTA-CENT TO OFR-IMPORTE-CENT.
           IF TIPO-OFERTA = "P"
               MOVE OFR-TASA-PRESTAMO TO OFR-TASA-BP
               MOVE OFR-PLAZO-PRESTAMO TO OFR-MESES
           ELSE
               MOVE 0 TO OFR-TASA-BP
               MOVE 0 TO OFR-MESES
           END-IF.
           MOVE INGRESOS-MES-CENT   TO OFR-INGRESOS-CENT.
           MOVE SALDO-MEDIO-CENT    TO OFR-SALDO-MEDIO-CENT.
           MOVE FECHA-HOY-AAAAMMDD  TO OFR-FECHA.
           COMPUTE OFR-CADUCIDAD = FUNCTION DATE-OF-INTEGER(
               FECHA-HOY-INT + OFR-VIGENCIA-DIAS).
           MOVE "P"                 TO OFR-ESTADO.
           MOVE 0                   TO OFR-FECHA-RESPUESTA.
           MOVE 0                   TO OFR-TARJETA.
           MOVE 0                   TO OFR-PRESTAMO.

           REWRITE OFERTA-REG INVALID KEY
               WRITE OFERTA-REG INVALID KEY GO TO FIN-ERROR.

           IF TIPO-OFERTA = "P"
               ADD 1 TO TOTAL-OFERTAS-PTM
           ELSE
               ADD 1 TO TOTAL-OFERTAS-DESC
           END-IF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "OFERTA cuenta " CUENTA-ACTUAL " tipo " TIPO-OFERTA
               " importe " IMPORTE-OFERTA-CENT " nomina mes "
               INGRESOS-MES-CENT " saldo medio " SALDO-MEDIO-CENT
               " caduca " OFR-CADUCIDAD
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       GRABAR-OFERTA-FIN.
           EXIT.

       FIN-LECTURA.
           CLOSE TARJETAS.
           CLOSE F-OFERTAS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cuentas valoradas       : " TOTAL-CUENTAS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Ofertas de descubierto  : " TOTAL-OFERTAS-DESC
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Ofertas de prestamo     : " TOTAL-OFERTAS-PTM
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cuentas sin oferta      : " TOTAL-SIN-OFERTA
               " (retiradas " TOTAL-RETIRADAS ")"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           CLOSE F-INFORME.

           DISPLAY "BATCHOFR: cuentas valoradas      : " TOTAL-CUENTAS.
           DISPLAY "BATCHOFR: ofertas de descubierto : "
               TOTAL-OFERTAS-DESC.
           DISPLAY "BATCHOFR: ofertas de prestamo    : "
               TOTAL-OFERTAS-PTM.
           DISPLAY "BATCHOFR: cuentas sin oferta     : "
               TOTAL-SIN-OFERTA.
           DISPLAY "BATCHOFR: ya valoradas este mes  : "
               TOTAL-YA-VALORADAS.
           STOP RUN.

      * La fecha contable en curso manda sobre el reloj de pared;
      * si el control de fecha no esta montado se usa el reloj.
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
           MOVE "BATCHOFR"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSOF=" FSOF " " "FST=" FST " " "FSI=" FSI " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
