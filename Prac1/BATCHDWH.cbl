       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHDWH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           ALTERNATE RECORD KEY IS CTA-ID WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSS.

           SELECT OPTIONAL F-DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           ALTERNATE RECORD KEY IS DEP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSD.

           SELECT OPTIONAL F-HUCHAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HUCHA-NUM
           ALTERNATE RECORD KEY IS HUCHA-TARJETA WITH DUPLICATES
           FILE STATUS IS FSH.

           SELECT OPTIONAL F-ESPECTACULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-NUM
           FILE STATUS IS FSE.

           SELECT OPTIONAL F-ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUM
           ALTERNATE RECORD KEY IS ENT-ESP-NUM WITH DUPLICATES
           FILE STATUS IS FSEN.

           SELECT OPTIONAL F-RECIBOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECIBO-NUM
           ALTERNATE RECORD KEY IS RECIBO-TARJETA WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT F-DWHCTRL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DWH-ID
           FILE STATUS IS FSC.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT F-DWH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSW.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM      PIC 9(16).
           02 TPIN-SALT  PIC  9(4).
           02 TPIN-HASH PIC  9(9).
           02 TCAD      PIC  9(6).
           02 CTA-ID    PIC 9(16).
           02 TPRIMER-USO PIC  X(1).
           02 TIDIOMA    PIC  X(2).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD F-DEPOSITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "depositosplazo.ubd".
       01 DEPOSITO-REG.
           02 DEP-NUM               PIC  9(10).
           02 DEP-TARJETA           PIC 9(16).
           02 DEP-CENT              PIC S9(11).
           02 DEP-TASA-BP           PIC   9(4).
           02 DEP-MESES             PIC   9(3).
           02 DEP-FECHA-APERTURA    PIC   9(8).
           02 DEP-FECHA-VTO         PIC   9(8).
           02 DEP-ESTADO            PIC   X(1).

       FD F-HUCHAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "huchas.ubd".
       01 HUCHA-REG.
           02 HUCHA-NUM             PIC  9(10).
           02 HUCHA-TARJETA         PIC 9(16).
           02 HUCHA-NOMBRE          PIC  X(20).
           02 HUCHA-CENT            PIC S9(11).
           02 HUCHA-ESTADO          PIC   X(1).

       FD F-ESPECTACULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "espectaculos.ubd".
       01 ESPECTACULO-REG.
           02 ESP-NUM               PIC   9(4).
           02 ESP-ANO               PIC   9(4).
           02 ESP-MES               PIC   9(2).
           02 ESP-DIA               PIC   9(2).
           02 ESP-HOR               PIC   9(2).
           02 ESP-MIN               PIC   9(2).
           02 ESP-DESCR             PIC  X(40).
           02 ESP-TARIFA OCCURS 3 TIMES.
               03 ESP-TAR-NOMBRE        PIC  X(10).
               03 ESP-TAR-DISP          PIC   9(7).
               03 ESP-TAR-PRECIO-ENT    PIC   9(4).
               03 ESP-TAR-PRECIO-DEC    PIC   9(2).
               03 ESP-TAR-CAPACIDAD     PIC   9(7).
           02 ESP-ESTADO            PIC   X(1).
           02 ESP-MAX-PERSONA       PIC   9(3).
           02 ESP-RECINTO           PIC   9(3).
           02 ESP-PLANO             PIC   9(2).

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

      * Control de la descarga: ultima fecha contable descargada y
      * numero de secuencia de la ultima entrega.
       FD F-DWHCTRL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "dwhctrl.ubd".
       01 DWHCTRL-REG.
           02 DWH-ID                PIC  9(1).
           02 DWH-ULTIMA-FECHA      PIC  9(8).
           02 DWH-SECUENCIA         PIC  9(6).
           02 DWH-ULTIMA-COMPLETA   PIC  9(8).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

      * Ficheros planos para el almacen de datos, separados por punto
      * y coma, todos con la misma envolvente que los ficheros que
      * recibimos de otras entidades:
      *   CAB + origen UNIZARBK + fecha contable AAAAMMDD + secuencia
      *       9(6) + tipo de carga (I incremental, C completa)
      *   D;... un registro de detalle por linea
      *   PIE + registros 9(9) + total de control 9(15)
      * El total de control es la suma, modulo 10 elevado a 15, de:
      *   dwhcuentas, dwhclientes  CUENTA-ID
      *   dwhtarjetas              TNUM
      *   dwhsaldos                SAL-CENT en valor absoluto
      *   dwhdepositos             DEP-CENT en valor absoluto
      *   dwhhuchas                HUCHA-CENT en valor absoluto
      *   dwhespectaculos          ESP-NUM
      *   dwhentradas              ENT-NUM
      *   dwhrecibos               importe en centimos
      *   dwhmovimientos           importe en centimos, valor absoluto
      * Detalle (importes con signo y dos decimales):
      *   dwhcuentas   cuenta;nombre;direccion;alta;sobregiro;minimo;
      *                exenta;estado;nif;nacimiento;telefono;
      *                consentimiento publicidad;perfiles;cesion (S/N)
      *   dwhclientes  mismo detalle que dwhcuentas sin enmascarar
      *   dwhtarjetas  tarjeta;caducidad;cuenta;primer uso;idioma
      *   dwhsaldos    tarjeta;saldo
      *   dwhdepositos deposito;tarjeta;importe;tasa pb;meses;
      *                apertura;vencimiento;estado
      *   dwhhuchas    hucha;tarjeta;nombre;importe;estado
      *   dwhespectaculos espectaculo;fecha;hora;descripcion;
      *                3 x (tarifa;disponibles;precio;capacidad);
      *                estado;tope por persona;recinto;plano
      *   dwhentradas  entrada;espectaculo;tarifa;tarjeta;movimiento;
      *                estado;fila;asiento
      *   dwhrecibos   recibo;tarjeta;emisor;referencia;importe;
      *                estado;vencimiento
      *   dwhmovimientos movimiento;tarjeta;fecha;hora;importe;
      *                concepto;saldo;estado;moneda;terminal;canal;
      *                categoria
       FD F-DWH
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-DWH.
       01 LINEA-DWH                 PIC X(300).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSU                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSEN                     PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSFO                     PIC  X(2).

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

       77 FECHA-OPER-AAAAMMDD      PIC  9(8).
       77 FECHA-REG-AAAAMMDD       PIC  9(8).
       77 FECHA-DESDE              PIC  9(8).

       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).
       77 TIPO-CARGA               PIC  X(1).

       77 NOMBRE-DWH               PIC X(30).
       77 REGISTROS-FICHERO        PIC  9(9).
       77 CONTROL-FICHERO          PIC  9(15).
       77 VALOR-CONTROL            PIC S9(18).
       77 TOTAL-FICHEROS           PIC  9(3) VALUE 0.
       77 TOTAL-REGISTROS          PIC  9(9) VALUE 0.

       77 CENT-TRABAJO             PIC S9(13).
       77 IMPORTE-ED               PIC -9(11).99.
       77 IMPORTE2-ED              PIC -9(11).99.
       77 IDX-TARIFA               PIC  9(1).
       01 TARIFAS-SAL.
           02 TARIFA-SAL OCCURS 3 TIMES.
               03 TAR-PRECIO-ED    PIC  9(4).99.
               03 TAR-TEXTO        PIC X(36).

      * Datos del cliente tal como salen en los ficheros de uso
      * general: solo la inicial del nombre, sin direccion, los
      * cuatro ultimos caracteres del NIF, el ano de nacimiento y
      * los tres ultimos digitos del telefono.
       01 CLIENTE-SAL.
           02 NOMBRE-SAL           PIC X(30).
           02 DIRECCION-SAL        PIC X(35).
           02 NIF-SAL              PIC  X(9).
           02 NACIMIENTO-SAL       PIC  X(8).
           02 TELEFONO-SAL         PIC  X(9).
       77 ENMASCARAR               PIC  X(1).

      * Consentimientos del titular (BANKCNS) que el almacen tiene
      * que respetar al usar cada fila: S se puede, N no.
       01 CONSENTIMIENTOS-SAL.
           02 CNS-PUB-SAL          PIC  X(1).
           02 CNS-PER-SAL          PIC  X(1).
           02 CNS-CES-SAL          PIC  X(1).

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

      * Descarga nocturna para el almacen de datos.  Los maestros se
      * descargan enteros cada noche; los movimientos solo desde la
      * ultima fecha contable descargada, salvo carga completa
      * (primera ejecucion o parametro DWHCOMPLET a 1, que se
      * devuelve a 0 al terminar).  Los datos personales del cliente
      * solo van sin enmascarar en dwhclientes.txt, que se entrega
      * unicamente a las areas autorizadas.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHDWH - Descarga al almacen de datos".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-OPER-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           OPEN I-O F-DWHCTRL.
           IF FSC = 35
               CLOSE F-DWHCTRL
               OPEN OUTPUT F-DWHCTRL
               CLOSE F-DWHCTRL
               OPEN I-O F-DWHCTRL.
           IF FSC <> 00 AND 05
               DISPLAY "BATCHDWH: error abriendo dwhctrl.ubd, FSC=" FSC
               GO TO FIN-ERROR.

           MOVE "I" TO TIPO-CARGA.
           MOVE 1 TO DWH-ID.
           READ F-DWHCTRL INVALID KEY
               MOVE 1 TO DWH-ID
               MOVE 0 TO DWH-ULTIMA-FECHA
               MOVE 0 TO DWH-SECUENCIA
               MOVE 0 TO DWH-ULTIMA-COMPLETA
               MOVE "C" TO TIPO-CARGA
               WRITE DWHCTRL-REG INVALID KEY GO TO PSYS-ERR-CTRL.

           MOVE "DWHCOMPLET" TO PARAM-BUSCADO.
           MOVE 0 TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           IF PARAM-LEIDO = 1
               MOVE "C" TO TIPO-CARGA.

           MOVE DWH-ULTIMA-FECHA TO FECHA-DESDE.
           IF TIPO-CARGA = "C"
               MOVE 0 TO FECHA-DESDE.
           ADD 1 TO DWH-SECUENCIA.

           PERFORM VOLCAR-CUENTAS THRU VOLCAR-CUENTAS-FIN.
           PERFORM VOLCAR-TARJETAS THRU VOLCAR-TARJETAS-FIN.
           PERFORM VOLCAR-SALDOS THRU VOLCAR-SALDOS-FIN.
           PERFORM VOLCAR-DEPOSITOS THRU VOLCAR-DEPOSITOS-FIN.
           PERFORM VOLCAR-HUCHAS THRU VOLCAR-HUCHAS-FIN.
           PERFORM VOLCAR-ESPECTACULOS THRU VOLCAR-ESPECTACULOS-FIN.
           PERFORM VOLCAR-ENTRADAS THRU VOLCAR-ENTRADAS-FIN.
           PERFORM VOLCAR-RECIBOS THRU VOLCAR-RECIBOS-FIN.
           PERFORM VOLCAR-MOVIMIENTOS THRU VOLCAR-MOVIMIENTOS-FIN.

           MOVE FECHA-OPER-AAAAMMDD TO DWH-ULTIMA-FECHA.
           IF TIPO-CARGA = "C"
               MOVE FECHA-OPER-AAAAMMDD TO DWH-ULTIMA-COMPLETA.
           MOVE 1 TO DWH-ID.
           REWRITE DWHCTRL-REG INVALID KEY GO TO PSYS-ERR-CTRL.
           CLOSE F-DWHCTRL.

           IF PARAM-LEIDO = 1
               PERFORM ANULAR-CARGA-COMPLETA
                   THRU ANULAR-CARGA-COMPLETA-FIN.

           DISPLAY "BATCHDWH: tipo de carga     : " TIPO-CARGA.
           DISPLAY "BATCHDWH: secuencia         : " DWH-SECUENCIA.
           DISPLAY "BATCHDWH: ficheros generados: " TOTAL-FICHEROS.
           DISPLAY "BATCHDWH: registros totales : " TOTAL-REGISTROS.
           STOP RUN.

      * Cuentas con los datos del cliente enmascarados, y a la vez
      * el fichero restringido con los datos completos.
       VOLCAR-CUENTAS.
           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               DISPLAY "BATCHDWH: error abriendo cuentas, FSU=" FSU
               GO TO FIN-ERROR.

           MOVE "S" TO ENMASCARAR.
           MOVE "dwhcuentas.txt" TO NOMBRE-DWH.

       PASADA-CUENTAS.
           PERFORM ABRIR-SALIDA THRU ABRIR-SALIDA-FIN.

       LEER-CUENTA.
           READ CUENTAS NEXT RECORD AT END
               GO TO CUENTAS-VOLCADAS.

           PERFORM PREPARAR-CLIENTE THRU PREPARAR-CLIENTE-FIN.
           COMPUTE CENT-TRABAJO = (CTA-SOBREG-ENT * 100)
                                + CTA-SOBREG-DEC.
           COMPUTE IMPORTE-ED = CENT-TRABAJO / 100.
           COMPUTE CENT-TRABAJO = (CTA-MINIMO-ENT * 100)
                                + CTA-MINIMO-DEC.
           COMPUTE IMPORTE2-ED = CENT-TRABAJO / 100.

           MOVE SPACES TO LINEA-DWH.
           STRING "D;" CUENTA-ID ";" NOMBRE-SAL ";" DIRECCION-SAL ";"
               CTA-FECHA-ALTA ";" IMPORTE-ED ";" IMPORTE2-ED ";"
               CTA-EXENTA-COM ";" CTA-ESTADO ";" NIF-SAL ";"
               NACIMIENTO-SAL ";" TELEFONO-SAL ";" CNS-PUB-SAL ";"
               CNS-PER-SAL ";" CNS-CES-SAL
               DELIMITED BY SIZE INTO LINEA-DWH.
           MOVE CUENTA-ID TO VALOR-CONTROL.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-FIN.
           GO TO LEER-CUENTA.

       CUENTAS-VOLCADAS.
           PERFORM CERRAR-SALIDA THRU CERRAR-SALIDA-FIN.
           CLOSE CUENTAS.

           IF ENMASCARAR = "N"
               GO TO VOLCAR-CUENTAS-FIN.

           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               GO TO FIN-ERROR.
           MOVE "N" TO ENMASCARAR.
           MOVE "dwhclientes.txt" TO NOMBRE-DWH.
           GO TO PASADA-CUENTAS.

       VOLCAR-CUENTAS-FIN.
           EXIT.

       PREPARAR-CLIENTE.
           MOVE "C"       TO CNSC-OPERACION.
           MOVE 0         TO CNSC-TARJETA.
           MOVE CUENTA-ID TO CNSC-CUENTA.
           MOVE CTA-NIF   TO CNSC-NIF.
           MOVE "PUB"     TO CNSC-FINALIDAD.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           MOVE CNSC-PERMITIDO TO CNS-PUB-SAL.
           MOVE "PER"     TO CNSC-FINALIDAD.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           MOVE CNSC-PERMITIDO TO CNS-PER-SAL.
           MOVE "CES"     TO CNSC-FINALIDAD.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           MOVE CNSC-PERMITIDO TO CNS-CES-SAL.

           IF ENMASCARAR = "N"
               MOVE CTA-NOMBRE    TO NOMBRE-SAL
               MOVE CTA-DIRECCION TO DIRECCION-SAL
               MOVE CTA-NIF       TO NIF-SAL
               MOVE CTA-FECHA-NAC TO NACIMIENTO-SAL
               MOVE CTA-TELEFONO  TO TELEFONO-SAL
               GO TO PREPARAR-CLIENTE-FIN.

           MOVE ALL "*" TO NOMBRE-SAL.
           MOVE CTA-NOMBRE(1:1) TO NOMBRE-SAL(1:1).
           MOVE ALL "*" TO DIRECCION-SAL.
           MOVE "*****" TO NIF-SAL(1:5).
           MOVE CTA-NIF(6:4) TO NIF-SAL(6:4).
           MOVE CTA-FECHA-NAC(1:4) TO NACIMIENTO-SAL(1:4).
           MOVE "0000" TO NACIMIENTO-SAL(5:4).
           MOVE "******" TO TELEFONO-SAL(1:6).
           MOVE CTA-TELEFONO(7:3) TO TELEFONO-SAL(7:3).

       PREPARAR-CLIENTE-FIN.
           EXIT.

      * Las tarjetas salen sin los datos del PIN.
       VOLCAR-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHDWH: error abriendo tarjetas, FST=" FST
               GO TO FIN-ERROR.

           MOVE "dwhtarjetas.txt" TO NOMBRE-DWH.
           PERFORM ABRIR-SALIDA THRU ABRIR-SALIDA-FIN.

       LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END
               GO TO TARJETAS-VOLCADAS.

           MOVE SPACES TO LINEA-DWH.
           STRING "D;" TNUM ";" TCAD ";" CTA-ID ";" TPRIMER-USO ";"
               TIDIOMA
               DELIMITED BY SIZE INTO LINEA-DWH.
           MOVE TNUM TO VALOR-CONTROL.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-FIN.
           GO TO LEER-TARJETA.

       TARJETAS-VOLCADAS.
           PERFORM CERRAR-SALIDA THRU CERRAR-SALIDA-FIN.
           CLOSE TARJETAS.

       VOLCAR-TARJETAS-FIN.
           EXIT.

       VOLCAR-SALDOS.
           OPEN INPUT F-SALDOS.
           IF FSS <> 00 AND 05
               DISPLAY "BATCHDWH: error abriendo saldos, FSS=" FSS
               GO TO FIN-ERROR.

           MOVE "dwhsaldos.txt" TO NOMBRE-DWH.
           PERFORM ABRIR-SALIDA THRU ABRIR-SALIDA-FIN.

       LEER-SALDO.
           READ F-SALDOS NEXT RECORD AT END
               GO TO SALDOS-VOLCADOS.

           COMPUTE IMPORTE-ED = SAL-CENT / 100.
           MOVE SPACES TO LINEA-DWH.
           STRING "D;" SAL-TARJETA ";" IMPORTE-ED
               DELIMITED BY SIZE INTO LINEA-DWH.
           MOVE SAL-CENT TO VALOR-CONTROL.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-FIN.
           GO TO LEER-SALDO.

       SALDOS-VOLCADOS.
           PERFORM CERRAR-SALIDA THRU CERRAR-SALIDA-FIN.
           CLOSE F-SALDOS.

       VOLCAR-SALDOS-FIN.
           EXIT.

       VOLCAR-DEPOSITOS.
           OPEN INPUT F-DEPOSITOS.
           IF FSD <> 00 AND 05
               DISPLAY "BATCHDWH: error abriendo depositos, FSD=" FSD
               GO TO FIN-ERROR.

           MOVE "dwhdepositos.txt" TO NOMBRE-DWH.
           PERFORM ABRIR-SALIDA THRU ABRIR-SALIDA-FIN.

       LEER-DEPOSITO.
           READ F-DEPOSITOS NEXT RECORD AT END
               GO TO DEPOSITOS-VOLCADOS.

           COMPUTE IMPORTE-ED = DEP-CENT / 100.
           MOVE SPACES TO LINEA-DWH.
           STRING "D;" DEP-NUM ";" DEP-TARJETA ";" IMPORTE-ED ";"
               DEP-TASA-BP ";" DEP-MESES ";" DEP-FECHA-APERTURA ";"
               DEP-FECHA-VTO ";" DEP-ESTADO
               DELIMITED BY SIZE INTO LINEA-DWH.
           MOVE DEP-CENT TO VALOR-CONTROL.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-FIN.
           GO TO LEER-DEPOSITO.

       DEPOSITOS-VOLCADOS.
           PERFORM CERRAR-SALIDA THRU CERRAR-SALIDA-FIN.
           CLOSE F-DEPOSITOS.

       VOLCAR-DEPOSITOS-FIN.
           EXIT.

       VOLCAR-HUCHAS.
           OPEN INPUT F-HUCHAS.
           IF FSH <> 00 AND 05
               DISPLAY "BATCHDWH: error abriendo huchas, FSH=" FSH
               GO TO FIN-ERROR.

           MOVE "dwhhuchas.txt" TO NOMBRE-DWH.
           PERFORM ABRIR-SALIDA THRU ABRIR-SALIDA-FIN.

       LEER-HUCHA.
           READ F-HUCHAS NEXT RECORD AT END
               GO TO HUCHAS-VOLCADAS.

           COMPUTE IMPORTE-ED = HUCHA-CENT / 100.
           MOVE SPACES TO LINEA-DWH.
           STRING "D;" HUCHA-NUM ";" HUCHA-TARJETA ";" HUCHA-NOMBRE
               ";" IMPORTE-ED ";" HUCHA-ESTADO
               DELIMITED BY SIZE INTO LINEA-DWH.
           MOVE HUCHA-CENT TO VALOR-CONTROL.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-FIN.
           GO TO LEER-HUCHA.

       HUCHAS-VOLCADAS.
           PERFORM CERRAR-SALIDA THRU CERRAR-SALIDA-FIN.
           CLOSE F-HUCHAS.

       VOLCAR-HUCHAS-FIN.
           EXIT.

       VOLCAR-ESPECTACULOS.
           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00 AND 05
               DISPLAY "BATCHDWH: error abriendo espectaculos, FSE="
                   FSE
               GO TO FIN-ERROR.

           MOVE "dwhespectaculos.txt" TO NOMBRE-DWH.
           PERFORM ABRIR-SALIDA THRU ABRIR-SALIDA-FIN.

       LEER-ESPECTACULO.
           READ F-ESPECTACULOS NEXT RECORD AT END
               GO TO ESPECTACULOS-VOLCADOS.

           MOVE 0 TO IDX-TARIFA.
           PERFORM PREPARAR-TARIFA THRU PREPARAR-TARIFA-FIN.

           MOVE SPACES TO LINEA-DWH.
           STRING "D;" ESP-NUM ";" ESP-ANO ESP-MES ESP-DIA ";"
               ESP-HOR ESP-MIN ";" ESP-DESCR ";"
               TAR-TEXTO(1) ";" TAR-TEXTO(2) ";" TAR-TEXTO(3) ";"
               ESP-ESTADO ";" ESP-MAX-PERSONA ";" ESP-RECINTO ";"
               ESP-PLANO
               DELIMITED BY SIZE INTO LINEA-DWH.
           MOVE ESP-NUM TO VALOR-CONTROL.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-FIN.
           GO TO LEER-ESPECTACULO.

       ESPECTACULOS-VOLCADOS.
           PERFORM CERRAR-SALIDA THRU CERRAR-SALIDA-FIN.
           CLOSE F-ESPECTACULOS.

       VOLCAR-ESPECTACULOS-FIN.
           EXIT.

       PREPARAR-TARIFA.
           ADD 1 TO IDX-TARIFA.
           IF IDX-TARIFA > 3
               GO TO PREPARAR-TARIFA-FIN.

           COMPUTE TAR-PRECIO-ED(IDX-TARIFA) =
               ((ESP-TAR-PRECIO-ENT(IDX-TARIFA) * 100)
               + ESP-TAR-PRECIO-DEC(IDX-TARIFA)) / 100.
           MOVE SPACES TO TAR-TEXTO(IDX-TARIFA).
           STRING ESP-TAR-NOMBRE(IDX-TARIFA) ";"
               ESP-TAR-DISP(IDX-TARIFA) ";"
               TAR-PRECIO-ED(IDX-TARIFA) ";"
               ESP-TAR-CAPACIDAD(IDX-TARIFA)
               DELIMITED BY SIZE INTO TAR-TEXTO(IDX-TARIFA).
           GO TO PREPARAR-TARIFA.

       PREPARAR-TARIFA-FIN.
           EXIT.

       VOLCAR-ENTRADAS.
           OPEN INPUT F-ENTRADAS.
           IF FSEN <> 00 AND 05
               DISPLAY "BATCHDWH: error abriendo entradas, FSEN=" FSEN
               GO TO FIN-ERROR.

           MOVE "dwhentradas.txt" TO NOMBRE-DWH.
           PERFORM ABRIR-SALIDA THRU ABRIR-SALIDA-FIN.

       LEER-ENTRADA.
           READ F-ENTRADAS NEXT RECORD AT END
               GO TO ENTRADAS-VOLCADAS.

           MOVE SPACES TO LINEA-DWH.
           STRING "D;" ENT-NUM ";" ENT-ESP-NUM ";" ENT-TARIFA ";"
               ENT-TARJETA ";" ENT-MOV-NUM ";" ENT-ESTADO ";"
               ENT-FILA ";" ENT-ASIENTO
               DELIMITED BY SIZE INTO LINEA-DWH.
           MOVE ENT-NUM TO VALOR-CONTROL.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-FIN.
           GO TO LEER-ENTRADA.

       ENTRADAS-VOLCADAS.
           PERFORM CERRAR-SALIDA THRU CERRAR-SALIDA-FIN.
           CLOSE F-ENTRADAS.

       VOLCAR-ENTRADAS-FIN.
           EXIT.

       VOLCAR-RECIBOS.
           OPEN INPUT F-RECIBOS.
           IF FSR <> 00 AND 05
               DISPLAY "BATCHDWH: error abriendo recibos, FSR=" FSR
               GO TO FIN-ERROR.

           MOVE "dwhrecibos.txt" TO NOMBRE-DWH.
           PERFORM ABRIR-SALIDA THRU ABRIR-SALIDA-FIN.

       LEER-RECIBO.
           READ F-RECIBOS NEXT RECORD AT END
               GO TO RECIBOS-VOLCADOS.

           COMPUTE CENT-TRABAJO = (RECIBO-IMPORTE-ENT * 100)
                                + RECIBO-IMPORTE-DEC.
           COMPUTE IMPORTE-ED = CENT-TRABAJO / 100.
           MOVE SPACES TO LINEA-DWH.
           STRING "D;" RECIBO-NUM ";" RECIBO-TARJETA ";"
               RECIBO-EMISOR ";" RECIBO-REFERENCIA ";" IMPORTE-ED ";"
               RECIBO-ESTADO ";" RECIBO-VTO
               DELIMITED BY SIZE INTO LINEA-DWH.
           MOVE CENT-TRABAJO TO VALOR-CONTROL.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-FIN.
           GO TO LEER-RECIBO.

       RECIBOS-VOLCADOS.
           PERFORM CERRAR-SALIDA THRU CERRAR-SALIDA-FIN.
           CLOSE F-RECIBOS.

       VOLCAR-RECIBOS-FIN.
           EXIT.

      * Movimientos de las fechas contables aun no descargadas, hasta
      * la fecha en curso; en carga completa, todos los del fichero.
       VOLCAR-MOVIMIENTOS.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               DISPLAY "BATCHDWH: error abriendo movimientos, FSM="
                   FSM
               GO TO FIN-ERROR.

           MOVE "dwhmovimientos.txt" TO NOMBRE-DWH.
           PERFORM ABRIR-SALIDA THRU ABRIR-SALIDA-FIN.

       LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO MOVIMIENTOS-VOLCADOS.

           COMPUTE FECHA-REG-AAAAMMDD = (MOV-ANO * 10000)
               + (MOV-MES * 100) + MOV-DIA.
           IF FECHA-REG-AAAAMMDD <= FECHA-DESDE
              OR FECHA-REG-AAAAMMDD > FECHA-OPER-AAAAMMDD
               GO TO LEER-MOVIMIENTO.

           COMPUTE CENT-TRABAJO = MOV-IMPORTE-ENT * 100.
           IF CENT-TRABAJO < 0
               SUBTRACT MOV-IMPORTE-DEC FROM CENT-TRABAJO
           ELSE
               ADD MOV-IMPORTE-DEC TO CENT-TRABAJO.
           COMPUTE IMPORTE-ED = CENT-TRABAJO / 100.
           MOVE CENT-TRABAJO TO VALOR-CONTROL.

           COMPUTE CENT-TRABAJO = MOV-SALDOPOS-ENT * 100.
           IF CENT-TRABAJO < 0
               SUBTRACT MOV-SALDOPOS-DEC FROM CENT-TRABAJO
           ELSE
               ADD MOV-SALDOPOS-DEC TO CENT-TRABAJO.
           COMPUTE IMPORTE2-ED = CENT-TRABAJO / 100.

           MOVE SPACES TO LINEA-DWH.
           STRING "D;" MOV-NUM ";" MOV-TARJETA ";"
               FECHA-REG-AAAAMMDD ";" MOV-HOR MOV-MIN MOV-SEG ";"
               IMPORTE-ED ";" MOV-CONCEPTO ";" IMPORTE2-ED ";"
               MOV-ESTADO ";" MOV-MONEDA ";" MOV-TERMINAL ";"
               MOV-CANAL ";" MOV-CATEGORIA
               DELIMITED BY SIZE INTO LINEA-DWH.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-FIN.
           GO TO LEER-MOVIMIENTO.

       MOVIMIENTOS-VOLCADOS.
           PERFORM CERRAR-SALIDA THRU CERRAR-SALIDA-FIN.
           CLOSE F-MOVIMIENTOS.

       VOLCAR-MOVIMIENTOS-FIN.
           EXIT.

       ABRIR-SALIDA.
           OPEN OUTPUT F-DWH.
           IF FSW <> 00
               DISPLAY "BATCHDWH: error abriendo " NOMBRE-DWH
                   ", FSW=" FSW
               GO TO FIN-ERROR.

           MOVE 0 TO REGISTROS-FICHERO.
           MOVE 0 TO CONTROL-FICHERO.
           MOVE SPACES TO LINEA-DWH.
           STRING "CAB" "UNIZARBK" FECHA-OPER-AAAAMMDD DWH-SECUENCIA
               TIPO-CARGA
               DELIMITED BY SIZE INTO LINEA-DWH.
           WRITE LINEA-DWH.

       ABRIR-SALIDA-FIN.
           EXIT.

       ESCRIBIR-DETALLE.
           WRITE LINEA-DWH.
           ADD 1 TO REGISTROS-FICHERO.
           IF VALOR-CONTROL < 0
               COMPUTE VALOR-CONTROL = 0 - VALOR-CONTROL.
           COMPUTE CONTROL-FICHERO = FUNCTION MOD(
               CONTROL-FICHERO + VALOR-CONTROL, 1000000000000000).

       ESCRIBIR-DETALLE-FIN.
           EXIT.

       CERRAR-SALIDA.
           MOVE SPACES TO LINEA-DWH.
           STRING "PIE" REGISTROS-FICHERO CONTROL-FICHERO
               DELIMITED BY SIZE INTO LINEA-DWH.
           WRITE LINEA-DWH.
           CLOSE F-DWH.

           ADD 1 TO TOTAL-FICHEROS.
           ADD REGISTROS-FICHERO TO TOTAL-REGISTROS.
           DISPLAY "BATCHDWH: " NOMBRE-DWH " registros "
               REGISTROS-FICHERO " control " CONTROL-FICHERO.

       CERRAR-SALIDA-FIN.
           EXIT.

       LEER-PARAMETRO.
           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           MOVE PARAM-BUSCADO TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           IF PAR-VALOR > 0
               MOVE PAR-VALOR TO PARAM-LEIDO.
           CLOSE F-PARAMETROS.

       LEER-PARAMETRO-FIN.
           EXIT.

      * La carga completa pedida por parametro se hace una sola vez.
       ANULAR-CARGA-COMPLETA.
           OPEN I-O F-PARAMETROS.
           IF FSPA <> 00
               GO TO ANULAR-CARGA-COMPLETA-FIN.

           MOVE "DWHCOMPLET" TO PAR-ID.
           MOVE 0 TO PAR-VALOR.
           REWRITE PARAMETRO-REG INVALID KEY CONTINUE.
           CLOSE F-PARAMETROS.

       ANULAR-CARGA-COMPLETA-FIN.
           EXIT.

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

       PSYS-ERR-CTRL.
           DISPLAY "BATCHDWH: error de E/S en dwhctrl.ubd, FSC=" FSC.
           STOP RUN.

       FIN-ERROR.
           MOVE "BATCHDWH"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSC=" FSC " " "FSW=" FSW " " "FSM=" FSM " "
               "FSU=" FSU
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
