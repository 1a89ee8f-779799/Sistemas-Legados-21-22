       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHOFI.

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

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSAU.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.


       DATA DIVISION.
       FILE SECTION.
      * Maestro de oficinas (BANK64).
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

      * Oficina de cada cuenta (tipo C).
       FD F-ADSCRIPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adscripciones.ubd".
       01 ADSCRIPCION-REG.
           02 ADS-CLAVE.
               03 ADS-TIPO          PIC  X(1).
               03 ADS-ID            PIC 9(16).
           02 ADS-OFICINA           PIC  9(4).

      * Operadores y terminales llevan su oficina en el registro.
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
           02 TNUM-C      PIC 9(16).
           02 TPIN-SALT-C  PIC  9(4).
           02 TPIN-HASH-C PIC  9(9).
           02 TCAD-C      PIC  9(6).
           02 CTA-ID-C    PIC 9(16).
           02 TPRIMER-USO-C PIC  X(1).
           02 TIDIOMA-C    PIC  X(2).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

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
           02 MOV-ESTADO           PIC   X(1).
           02 MOV-MONEDA           PIC   X(3).
           02 MOV-TERMINAL         PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

       FD F-AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDITORIA-REG.
           02 AUD-NUM               PIC  9(10).
           02 AUD-OPERADOR          PIC  9(4).
           02 AUD-PROGRAMA          PIC  X(8).
           02 AUD-ACCION            PIC X(20).
           02 AUD-CLAVE             PIC X(35).
           02 AUD-ANTES             PIC X(20).
           02 AUD-DESPUES           PIC X(20).
           02 AUD-ANO               PIC  9(4).
           02 AUD-MES               PIC  9(2).
           02 AUD-DIA               PIC  9(2).
           02 AUD-HOR               PIC  9(2).
           02 AUD-MIN               PIC  9(2).
           02 AUD-SEG               PIC  9(2).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informeoficinas.txt".
       01 LINEA-INFORME             PIC X(150).


       WORKING-STORAGE SECTION.
       77 FSOF                      PIC  X(2).
       77 FSAD                      PIC  X(2).
       77 FSOP                      PIC  X(2).
       77 FSQ                       PIC  X(2).
       77 FSU                       PIC  X(2).
       77 FST                       PIC  X(2).
       77 FSSA                      PIC  X(2).
       77 FSM                       PIC  X(2).
       77 FSAU                      PIC  X(2).
       77 FSFO                      PIC  X(2).
       77 FSIF                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS        PIC  9(2).
               10 MILISEGUNDOS    PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 FECHA-HOY-AAAAMMDD        PIC  9(8).
       77 FECHA-MANANA              PIC  9(8).

      * Una fila por oficina del maestro, en orden de codigo.  La
      * primera recoge lo que no tiene oficina (cuentas, terminales
      * u operadores sin adscribir o adscritos a un codigo que no
      * esta en el maestro).
       01 TABLA-OFICINAS.
           02 OFICINA-ENTRADA OCCURS 200 TIMES.
               03 OFT-CODIGO        PIC  9(4).
               03 OFT-NOMBRE        PIC X(30).
               03 OFT-REGION        PIC X(20).
               03 OFT-ESTADO        PIC  X(1).
               03 OFT-ALTAS         PIC  9(7).
               03 OFT-CIERRES       PIC  9(7).
               03 OFT-SALDO-CENT    PIC S9(15).
               03 OFT-COMISION-CENT PIC S9(13).
               03 OFT-ATM-NUM       PIC  9(7).
               03 OFT-ATM-CENT      PIC  9(13).
               03 OFT-VEN-NUM       PIC  9(7).
               03 OFT-VEN-CENT      PIC  9(13).
       78 MAX-OFICINAS              VALUE 200.
       77 OFICINAS-USADAS           PIC  9(3) VALUE 0.
       77 IDX-OFI                   PIC  9(3).
       77 IDX-BUSCA                 PIC  9(3).

       01 TOTALES-GRUPO.
           02 GRP-ALTAS             PIC  9(7).
           02 GRP-CIERRES           PIC  9(7).
           02 GRP-SALDO-CENT        PIC S9(15).
           02 GRP-COMISION-CENT     PIC S9(13).
           02 GRP-ATM-NUM           PIC  9(7).
           02 GRP-ATM-CENT          PIC  9(13).
           02 GRP-VEN-NUM           PIC  9(7).
           02 GRP-VEN-CENT          PIC  9(13).
       01 TOTALES-ENTIDAD.
           02 TOT-ALTAS             PIC  9(7).
           02 TOT-CIERRES           PIC  9(7).
           02 TOT-SALDO-CENT        PIC S9(15).
           02 TOT-COMISION-CENT     PIC S9(13).
           02 TOT-ATM-NUM           PIC  9(7).
           02 TOT-ATM-CENT          PIC  9(13).
           02 TOT-VEN-NUM           PIC  9(7).
           02 TOT-VEN-CENT          PIC  9(13).

       77 OFICINA-BUSCADA           PIC  9(4).
       77 CUENTA-BUSCADA            PIC 9(16).
       77 REGION-ACTUAL             PIC X(20).
       77 REGION-SIGUIENTE          PIC X(20).
       77 HAY-REGION                PIC  X(1).
       77 MOV-CENT                  PIC S9(11).
       77 ETIQUETA-FILA             PIC X(36).

       77 ALTAS-EDIT                PIC ZZZZZZ9.
       77 CIERRES-EDIT              PIC ZZZZZZ9.
       77 SALDO-EDIT                PIC -(15)9.
       77 COMISION-EDIT             PIC -(13)9.
       77 ATM-NUM-EDIT              PIC ZZZZZZ9.
       77 ATM-CENT-EDIT             PIC Z(12)9.
       77 VEN-NUM-EDIT              PIC ZZZZZZ9.
       77 VEN-CENT-EDIT             PIC Z(12)9.

       77 TOTAL-MOVIMIENTOS         PIC  9(9) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Informe mensual de la red de oficinas.  El ultimo dia del
      * mes da para cada oficina las cuentas abiertas y cerradas en
      * el mes, los saldos que mantienen sus cuentas, las comisiones
      * cobradas a sus cuentas, las retiradas de efectivo en sus
      * cajeros y la actividad de ventanilla de sus operadores, con
      * subtotales por region y total de la entidad.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHOFI - Informe mensual por oficina".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo el ultimo dia del mes.
           COMPUTE FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD) + 1).
           IF FECHA-MANANA(7:2) NOT = "01"
               DISPLAY "BATCHOFI: no es fin de mes, sin informe"
               STOP RUN.

           INITIALIZE TABLA-OFICINAS.
           MOVE 1 TO OFICINAS-USADAS.
           MOVE 0 TO OFT-CODIGO(1).
           MOVE "Sin oficina" TO OFT-NOMBRE(1).
           MOVE SPACES TO OFT-REGION(1).
           MOVE "A" TO OFT-ESTADO(1).

           OPEN INPUT F-OFICINAS.
           IF FSOF <> 00 AND 05
               DISPLAY "BATCHOFI: error abriendo oficinas, FSOF="
                   FSOF
               GO TO FIN-ERROR.

       LEER-OFICINA.
           READ F-OFICINAS NEXT RECORD AT END
               GO TO OFICINAS-LEIDAS.
           IF OFICINAS-USADAS >= MAX-OFICINAS
               DISPLAY "BATCHOFI: tabla de oficinas llena, "
                   OFI-CODIGO " va a sin oficina"
               GO TO LEER-OFICINA.
           ADD 1 TO OFICINAS-USADAS.
           MOVE OFI-CODIGO TO OFT-CODIGO(OFICINAS-USADAS).
           MOVE OFI-NOMBRE TO OFT-NOMBRE(OFICINAS-USADAS).
           MOVE OFI-REGION TO OFT-REGION(OFICINAS-USADAS).
           MOVE OFI-ESTADO TO OFT-ESTADO(OFICINAS-USADAS).
           GO TO LEER-OFICINA.

       OFICINAS-LEIDAS.
           CLOSE F-OFICINAS.

           OPEN INPUT F-ADSCRIPCIONES.
           IF FSAD <> 00 AND 05
               DISPLAY "BATCHOFI: error abriendo adscripciones, "
                   "FSAD=" FSAD
               GO TO FIN-ERROR.

           OPEN INPUT F-OPERADORES.
           IF FSOP <> 00 AND 05
               DISPLAY "BATCHOFI: error abriendo operadores, FSOP="
                   FSOP
               CLOSE F-ADSCRIPCIONES
               GO TO FIN-ERROR.

           OPEN INPUT F-TERMINALES.
           IF FSQ <> 00 AND 05
               DISPLAY "BATCHOFI: error abriendo terminales, FSQ=" FSQ
               CLOSE F-ADSCRIPCIONES
               CLOSE F-OPERADORES
               GO TO FIN-ERROR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHOFI: error abriendo tarjetas, FST=" FST
               CLOSE F-ADSCRIPCIONES
               CLOSE F-OPERADORES
               CLOSE F-TERMINALES
               GO TO FIN-ERROR.

      * Primera pasada: cuentas abiertas en el mes.
           OPEN INPUT CUENTAS.
           IF FSU <> 00
               DISPLAY "BATCHOFI: error abriendo cuentas, FSU=" FSU
               GO TO FIN-ERROR-CIERRE.

       LEER-CUENTA.
           READ CUENTAS NEXT RECORD AT END
               GO TO CUENTAS-LEIDAS.
           IF CTA-ANO-ALTA NOT = ANO OR CTA-MES-ALTA NOT = MES
               GO TO LEER-CUENTA.
           MOVE CUENTA-ID TO CUENTA-BUSCADA.
           PERFORM OFICINA-DE-CUENTA THRU OFICINA-DE-CUENTA-FIN.
           ADD 1 TO OFT-ALTAS(IDX-OFI).
           GO TO LEER-CUENTA.

       CUENTAS-LEIDAS.
           CLOSE CUENTAS.

      * Segunda pasada: cuentas cerradas en el mes segun el rastro
      * de auditoria del cierre.
           OPEN INPUT F-AUDITORIA.
           IF FSAU <> 00 AND 05
               DISPLAY "BATCHOFI: error abriendo auditoria, FSAU="
                   FSAU
               GO TO FIN-ERROR-CIERRE.

       LEER-AUDITORIA.
           READ F-AUDITORIA NEXT RECORD AT END
               GO TO AUDITORIA-LEIDA.
           IF AUD-ACCION NOT = "CIERRE CUENTA"
               GO TO LEER-AUDITORIA.
           IF AUD-ANO NOT = ANO OR AUD-MES NOT = MES
               GO TO LEER-AUDITORIA.
           IF AUD-CLAVE(1:16) NOT NUMERIC
               GO TO LEER-AUDITORIA.
           MOVE AUD-CLAVE(1:16) TO CUENTA-BUSCADA.
           PERFORM OFICINA-DE-CUENTA THRU OFICINA-DE-CUENTA-FIN.
           ADD 1 TO OFT-CIERRES(IDX-OFI).
           GO TO LEER-AUDITORIA.

       AUDITORIA-LEIDA.
           CLOSE F-AUDITORIA.

      * Tercera pasada: saldos al cierre del mes, por la cuenta de
      * cada tarjeta.
           OPEN INPUT F-SALDOS.
           IF FSSA <> 00 AND 05
               DISPLAY "BATCHOFI: error abriendo saldos, FSSA=" FSSA
               GO TO FIN-ERROR-CIERRE.

       LEER-SALDO.
           READ F-SALDOS NEXT RECORD AT END
               GO TO SALDOS-LEIDOS.
           MOVE SAL-TARJETA TO TNUM-C.
           READ TARJETAS INVALID KEY
               GO TO LEER-SALDO.
           MOVE CTA-ID-C TO CUENTA-BUSCADA.
           PERFORM OFICINA-DE-CUENTA THRU OFICINA-DE-CUENTA-FIN.
           ADD SAL-CENT TO OFT-SALDO-CENT(IDX-OFI).
           GO TO LEER-SALDO.

       SALDOS-LEIDOS.
           CLOSE F-SALDOS.

      * Cuarta pasada: movimientos del mes.  Las comisiones van a la
      * oficina de la cuenta; las retiradas de cajero a la del
      * terminal y las operaciones de ventanilla a la del operador.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "BATCHOFI: error abriendo movimientos, FSM="
                   FSM
               GO TO FIN-ERROR-CIERRE.

       LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO MOVIMIENTOS-LEIDOS.
           IF MOV-ANO NOT = ANO OR MOV-MES NOT = MES
               GO TO LEER-MOVIMIENTO.
           ADD 1 TO TOTAL-MOVIMIENTOS.

           COMPUTE MOV-CENT = (MOV-IMPORTE-ENT * 100).
           IF MOV-CENT < 0
               COMPUTE MOV-CENT = MOV-CENT - MOV-IMPORTE-DEC
           ELSE
               COMPUTE MOV-CENT = MOV-CENT + MOV-IMPORTE-DEC.

           IF MOV-CATEGORIA = "COM"
               MOVE MOV-TARJETA TO TNUM-C
               READ TARJETAS INVALID KEY
                   MOVE 0 TO CTA-ID-C
               END-READ
               MOVE CTA-ID-C TO CUENTA-BUSCADA
               PERFORM OFICINA-DE-CUENTA THRU OFICINA-DE-CUENTA-FIN
               SUBTRACT MOV-CENT FROM OFT-COMISION-CENT(IDX-OFI).

           IF MOV-CANAL = "ATM" AND MOV-CATEGORIA = "EFE"
              AND MOV-CENT < 0
               PERFORM OFICINA-DE-TERMINAL
                   THRU OFICINA-DE-TERMINAL-FIN
               ADD 1 TO OFT-ATM-NUM(IDX-OFI)
               SUBTRACT MOV-CENT FROM OFT-ATM-CENT(IDX-OFI).

           IF MOV-CANAL = "VEN"
               PERFORM OFICINA-DE-OPERADOR
                   THRU OFICINA-DE-OPERADOR-FIN
               ADD 1 TO OFT-VEN-NUM(IDX-OFI)
               IF MOV-CENT < 0
                   SUBTRACT MOV-CENT FROM OFT-VEN-CENT(IDX-OFI)
               ELSE
                   ADD MOV-CENT TO OFT-VEN-CENT(IDX-OFI).
           GO TO LEER-MOVIMIENTO.

       MOVIMIENTOS-LEIDOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE TARJETAS.
           CLOSE F-ADSCRIPCIONES.
           CLOSE F-OPERADORES.
           CLOSE F-TERMINALES.

           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHOFI: error abriendo informeoficinas.txt"
                   ", FSIF=" FSIF
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Informe de oficinas, mes " MES
               "-" ANO " (importes en centimos)"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Oficina                              "
               "  Altas  Bajas    Saldos (cent)"
               "     Comisiones Ret.ATM   Importe ATM"
               " Ventan. Importe ventan"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           INITIALIZE TOTALES-ENTIDAD.
           MOVE LOW-VALUES TO REGION-ACTUAL.

      * Regiones por orden alfabetico y, dentro de cada una, las
      * oficinas por codigo (la tabla ya viene ordenada).
       EMITIR-REGION.
           MOVE HIGH-VALUES TO REGION-SIGUIENTE.
           MOVE "N" TO HAY-REGION.
           MOVE 1 TO IDX-OFI.
       BUSCAR-REGION.
           ADD 1 TO IDX-OFI.
           IF IDX-OFI > OFICINAS-USADAS
               GO TO REGION-ELEGIDA.
           IF OFT-REGION(IDX-OFI) > REGION-ACTUAL
              AND OFT-REGION(IDX-OFI) < REGION-SIGUIENTE
               MOVE OFT-REGION(IDX-OFI) TO REGION-SIGUIENTE
               MOVE "S" TO HAY-REGION.
           GO TO BUSCAR-REGION.

       REGION-ELEGIDA.
           IF HAY-REGION = "N"
               GO TO REGIONES-EMITIDAS.
           MOVE REGION-SIGUIENTE TO REGION-ACTUAL.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Region " REGION-ACTUAL
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           INITIALIZE TOTALES-GRUPO.
           MOVE 1 TO IDX-OFI.

       EMITIR-OFICINA.
           ADD 1 TO IDX-OFI.
           IF IDX-OFI > OFICINAS-USADAS
               GO TO OFICINAS-EMITIDAS.
           IF OFT-REGION(IDX-OFI) NOT = REGION-ACTUAL
               GO TO EMITIR-OFICINA.

           MOVE SPACES TO ETIQUETA-FILA.
           STRING OFT-CODIGO(IDX-OFI) " " OFT-NOMBRE(IDX-OFI)
               DELIMITED BY SIZE INTO ETIQUETA-FILA.
           IF OFT-ESTADO(IDX-OFI) NOT = "A"
               MOVE "C" TO ETIQUETA-FILA(36:1).
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.
           GO TO EMITIR-OFICINA.

       OFICINAS-EMITIDAS.
           MOVE SPACES TO ETIQUETA-FILA.
           STRING "  Total " REGION-ACTUAL
               DELIMITED BY SIZE INTO ETIQUETA-FILA.
           MOVE 0 TO IDX-OFI.
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.
           GO TO EMITIR-REGION.

      * Lo que no tiene oficina va aparte, antes del total.
       REGIONES-EMITIDAS.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           INITIALIZE TOTALES-GRUPO.
           MOVE "Sin oficina asignada" TO ETIQUETA-FILA.
           MOVE 1 TO IDX-OFI.
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.

           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE TOTALES-ENTIDAD TO TOTALES-GRUPO.
           MOVE "TOTAL ENTIDAD" TO ETIQUETA-FILA.
           MOVE 0 TO IDX-OFI.
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "C: oficina cerrada.  Cajeros y ventanilla se "
               "asignan por la oficina del terminal y del operador."
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

           DISPLAY "BATCHOFI: oficinas en el maestro : "
               OFICINAS-USADAS.
           DISPLAY "BATCHOFI: movimientos del mes    : "
               TOTAL-MOVIMIENTOS.
           DISPLAY "BATCHOFI: altas del mes          : " TOT-ALTAS.
           DISPLAY "BATCHOFI: cierres del mes        : " TOT-CIERRES.
           STOP RUN.

      * Escribe la fila de la oficina IDX-OFI y la suma al grupo y
      * a la entidad; con IDX-OFI a cero escribe el subtotal del
      * grupo.
       ESCRIBIR-FILA.
           IF IDX-OFI = 0
               GO TO FILA-EDITAR.

           ADD OFT-ALTAS(IDX-OFI)         TO GRP-ALTAS.
           ADD OFT-CIERRES(IDX-OFI)       TO GRP-CIERRES.
           ADD OFT-SALDO-CENT(IDX-OFI)    TO GRP-SALDO-CENT.
           ADD OFT-COMISION-CENT(IDX-OFI) TO GRP-COMISION-CENT.
           ADD OFT-ATM-NUM(IDX-OFI)       TO GRP-ATM-NUM.
           ADD OFT-ATM-CENT(IDX-OFI)      TO GRP-ATM-CENT.
           ADD OFT-VEN-NUM(IDX-OFI)       TO GRP-VEN-NUM.
           ADD OFT-VEN-CENT(IDX-OFI)      TO GRP-VEN-CENT.

           ADD OFT-ALTAS(IDX-OFI)         TO TOT-ALTAS.
           ADD OFT-CIERRES(IDX-OFI)       TO TOT-CIERRES.
           ADD OFT-SALDO-CENT(IDX-OFI)    TO TOT-SALDO-CENT.
           ADD OFT-COMISION-CENT(IDX-OFI) TO TOT-COMISION-CENT.
           ADD OFT-ATM-NUM(IDX-OFI)       TO TOT-ATM-NUM.
           ADD OFT-ATM-CENT(IDX-OFI)      TO TOT-ATM-CENT.
           ADD OFT-VEN-NUM(IDX-OFI)       TO TOT-VEN-NUM.
           ADD OFT-VEN-CENT(IDX-OFI)      TO TOT-VEN-CENT.

           MOVE OFT-ALTAS(IDX-OFI)         TO ALTAS-EDIT.
           MOVE OFT-CIERRES(IDX-OFI)       TO CIERRES-EDIT.
           MOVE OFT-SALDO-CENT(IDX-OFI)    TO SALDO-EDIT.
           MOVE OFT-COMISION-CENT(IDX-OFI) TO COMISION-EDIT.
           MOVE OFT-ATM-NUM(IDX-OFI)       TO ATM-NUM-EDIT.
           MOVE OFT-ATM-CENT(IDX-OFI)      TO ATM-CENT-EDIT.
           MOVE OFT-VEN-NUM(IDX-OFI)       TO VEN-NUM-EDIT.
           MOVE OFT-VEN-CENT(IDX-OFI)      TO VEN-CENT-EDIT.
           GO TO FILA-ESCRIBIR.

       FILA-EDITAR.
           MOVE GRP-ALTAS         TO ALTAS-EDIT.
           MOVE GRP-CIERRES       TO CIERRES-EDIT.
           MOVE GRP-SALDO-CENT    TO SALDO-EDIT.
           MOVE GRP-COMISION-CENT TO COMISION-EDIT.
           MOVE GRP-ATM-NUM       TO ATM-NUM-EDIT.
           MOVE GRP-ATM-CENT      TO ATM-CENT-EDIT.
           MOVE GRP-VEN-NUM       TO VEN-NUM-EDIT.
           MOVE GRP-VEN-CENT      TO VEN-CENT-EDIT.

       FILA-ESCRIBIR.
           MOVE SPACES TO LINEA-INFORME.
           STRING ETIQUETA-FILA " "
               ALTAS-EDIT CIERRES-EDIT " " SALDO-EDIT " "
               COMISION-EDIT " " ATM-NUM-EDIT " " ATM-CENT-EDIT " "
               VEN-NUM-EDIT " " VEN-CENT-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       ESCRIBIR-FILA-FIN.
           EXIT.

      * Deja en IDX-OFI la fila de la oficina de CUENTA-BUSCADA.
       OFICINA-DE-CUENTA.
           MOVE 1 TO IDX-OFI.
           MOVE "C"            TO ADS-TIPO.
           MOVE CUENTA-BUSCADA TO ADS-ID.
           READ F-ADSCRIPCIONES INVALID KEY
               GO TO OFICINA-DE-CUENTA-FIN.
           MOVE ADS-OFICINA TO OFICINA-BUSCADA.
           PERFORM FILA-OFICINA THRU FILA-OFICINA-FIN.

       OFICINA-DE-CUENTA-FIN.
           EXIT.

      * Deja en IDX-OFI la fila de la oficina del terminal del
      * movimiento.
       OFICINA-DE-TERMINAL.
           MOVE 1 TO IDX-OFI.
           MOVE MOV-TERMINAL TO TERM-ID.
           READ F-TERMINALES INVALID KEY
               GO TO OFICINA-DE-TERMINAL-FIN.
           MOVE TERM-OFICINA TO OFICINA-BUSCADA.
           PERFORM FILA-OFICINA THRU FILA-OFICINA-FIN.

       OFICINA-DE-TERMINAL-FIN.
           EXIT.

      * En ventanilla MOV-TERMINAL lleva el operador.
       OFICINA-DE-OPERADOR.
           MOVE 1 TO IDX-OFI.
           MOVE MOV-TERMINAL TO OP-ID.
           READ F-OPERADORES INVALID KEY
               GO TO OFICINA-DE-OPERADOR-FIN.
           MOVE OP-OFICINA TO OFICINA-BUSCADA.
           PERFORM FILA-OFICINA THRU FILA-OFICINA-FIN.

       OFICINA-DE-OPERADOR-FIN.
           EXIT.

      * Deja en IDX-OFI la fila de OFICINA-BUSCADA; 1 si no tiene
      * oficina o no esta en la tabla.
       FILA-OFICINA.
           MOVE 1 TO IDX-OFI.
           MOVE 1 TO IDX-BUSCA.

       BUSCAR-FILA.
           ADD 1 TO IDX-BUSCA.
           IF IDX-BUSCA > OFICINAS-USADAS
               GO TO FILA-OFICINA-FIN.
           IF OFT-CODIGO(IDX-BUSCA) NOT = OFICINA-BUSCADA
               GO TO BUSCAR-FILA.
           MOVE IDX-BUSCA TO IDX-OFI.

       FILA-OFICINA-FIN.
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

       FIN-ERROR-CIERRE.
           CLOSE TARJETAS.
           CLOSE F-ADSCRIPCIONES.
           CLOSE F-OPERADORES.
           CLOSE F-TERMINALES.

       FIN-ERROR.
           MOVE "BATCHOFI"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSOF=" FSOF " FSU=" FSU " FSSA=" FSSA " FSM=" FSM
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
