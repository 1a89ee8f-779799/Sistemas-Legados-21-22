       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHRSG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           ALTERNATE RECORD KEY IS CTA-ID WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-INTERBANCARIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTERB-NUM
           FILE STATUS IS FSB.

           SELECT OPTIONAL F-PAISESRIESGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRI-PAIS
           FILE STATUS IS FSPR.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

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
           02 TNUM      PIC 9(16).
           02 TPIN-SALT  PIC  9(4).
           02 TPIN-HASH PIC  9(9).
           02 TCAD      PIC  9(6).
           02 CTA-ID    PIC 9(16).
           02 TPRIMER-USO PIC  X(1).
           02 TIDIOMA    PIC  X(2).

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

       FD F-INTERBANCARIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbancarias.ubd".
       01 INTERBANCARIA-REG.
           02 INTERB-NUM           PIC  9(35).
           02 INTERB-TARJETA       PIC  9(16).
           02 INTERB-ANO           PIC   9(4).
           02 INTERB-MES           PIC   9(2).
           02 INTERB-DIA           PIC   9(2).
           02 INTERB-HOR           PIC   9(2).
           02 INTERB-MIN           PIC   9(2).
           02 INTERB-SEG           PIC   9(2).
           02 INTERB-IBAN-DESTINO  PIC  X(34).
           02 INTERB-BENEFICIARIO  PIC  X(30).
           02 INTERB-IMPORTE-ENT   PIC  S9(7).
           02 INTERB-IMPORTE-DEC   PIC   9(2).
           02 INTERB-MONEDA        PIC  X(3).
           02 INTERB-ESTADO        PIC  X(1).
           02 INTERB-MOTIVO-DEV    PIC  X(2).
           02 INTERB-EUR-ENT       PIC  S9(7).
           02 INTERB-EUR-DEC       PIC   9(2).
           02 INTERB-TASA-APLICADA PIC  9(9).

      * Paises vigilados a efectos de blanqueo, por codigo ISO del
      * IBAN de destino.  Los mantiene BANK62.
       FD F-PAISESRIESGO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "paisesriesgo.ubd".
       01 PAISRIESGO-REG.
           02 PRI-PAIS              PIC  X(2).
           02 PRI-NOMBRE            PIC X(30).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "kycrevisiones.txt".
       01 LINEA-INFORME             PIC X(132).

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
       77 FSU                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSPR                     PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSIF                     PIC  X(2).
       77 FSFO                     PIC  X(2).

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

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-MANANA             PIC  9(8).
       77 FECHA-ANO-ATRAS          PIC  9(8).
       77 FECHA-TRANSFERENCIA      PIC  9(8).

      * Dias de retraso en la revision a partir de los cuales la
      * cuenta queda restringida (KYCRESTDIA).
       78 KYCRESTDIA-DEFECTO       VALUE 90.
       78 MAX-PAISES               VALUE 50.
       78 MAX-CUENTAS-PAISES       VALUE 500.
       78 MAX-VENCIDAS             VALUE 500.

       77 DIAS-RESTRICCION         PIC  9(5).
       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).

      * Lista por defecto si no hay paisesriesgo.ubd: jurisdicciones
      * sujetas a llamamiento a la accion del GAFI.
       01 PAISES-DEFECTO-VALORES.
           02 FILLER                PIC  X(6) VALUE "KPIRMM".
       01 PAISES-DEFECTO REDEFINES PAISES-DEFECTO-VALORES.
           02 PAIS-DEFECTO          PIC  X(2) OCCURS 3 TIMES.

       01 TABLA-PAISES.
           02 PAIS-VIGILADO         PIC  X(2) OCCURS 50 TIMES.
       77 PAISES-USADOS            PIC  9(3) VALUE 0.
       77 IDX-PAIS                 PIC  9(3).

       01 TABLA-CUENTAS-PAISES.
           02 CPA-CUENTA            PIC 9(16) OCCURS 500 TIMES.
       77 CUENTAS-PAISES-USADAS    PIC  9(3) VALUE 0.
       77 IDX-CPA                  PIC  9(3).

       01 TABLA-VENCIDAS.
           02 VENCIDA-ENTRADA OCCURS 500 TIMES.
               03 VEN-CUENTA        PIC 9(16).
               03 VEN-NOMBRE        PIC X(30).
               03 VEN-OFICINA       PIC  9(4).
               03 VEN-NIVEL         PIC  X(1).
               03 VEN-FECHA-PROXIMA PIC  9(8).
               03 VEN-DIAS          PIC  9(5).
               03 VEN-ACCION        PIC  X(1).
       77 VENCIDAS-USADAS          PIC  9(3) VALUE 0.
       77 IDX-VEN                  PIC  9(3).

       77 OFICINA-ACTUAL           PIC S9(5).
       77 OFICINA-SIGUIENTE        PIC S9(5).
       77 CUENTA-TRANSFERENCIA     PIC 9(16).
       77 PAIS-DESTINO             PIC  X(2).
       77 ENCONTRADO               PIC  X(1).
       77 DIAS-RETRASO             PIC  9(5).
       77 TEXTO-ACCION             PIC X(20).

       77 CUENTAS-CALIFICADAS      PIC  9(7) VALUE 0.
       77 TOTAL-BAJO               PIC  9(7) VALUE 0.
       77 TOTAL-MEDIO              PIC  9(7) VALUE 0.
       77 TOTAL-ALTO               PIC  9(7) VALUE 0.
       77 TOTAL-VENCIDAS           PIC  9(7) VALUE 0.
       77 TOTAL-RESTRINGIDAS       PIC  9(7) VALUE 0.
       77 TOTAL-ERRORES            PIC  9(7) VALUE 0.
       77 TRANSF-VIGILADAS         PIC  9(7) VALUE 0.

       01 DATOS-RIESGO.
           02 RSGC-CUENTA           PIC 9(16).
           02 RSGC-NIF              PIC  X(9).
           02 RSGC-FECHA-ALTA       PIC  9(8).
           02 RSGC-PAISES           PIC  X(1).
           02 RSGC-RESULTADO        PIC  X(1).
           02 RSGC-NIVEL            PIC  X(1).
           02 RSGC-PUNTOS           PIC  9(2).
           02 RSGC-PEP              PIC  X(1).
           02 RSGC-OFICINA          PIC  9(4).
           02 RSGC-FECHA-REVISION   PIC  9(8).
           02 RSGC-FECHA-PROXIMA    PIC  9(8).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Ciclo de diligencia debida.  A fin de mes recalcula la
      * calificacion de riesgo de todas las cuentas vivas (BANKRSG),
      * marcando las que en el ultimo ano han transferido a paises
      * vigilados, y lista por oficina las revisiones vencidas en
      * kycrevisiones.txt.  Si el retraso supera KYCRESTDIA dias la
      * cuenta activa pasa a restringida (estado R): no opera en
      * cajero hasta que la sucursal complete la revision en BANK62.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHRSG - Riesgo de clientes y revisiones".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo el ultimo dia del mes, con el parte de efectivo y los
      * movimientos del mes ya cerrados.
           COMPUTE FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD) + 1).
           IF FECHA-MANANA(7:2) NOT = "01"
               DISPLAY "BATCHRSG: no es fin de mes, sin revision"
               STOP RUN.
           COMPUTE FECHA-ANO-ATRAS = FECHA-HOY-AAAAMMDD - 10000.

           MOVE "KYCRESTDIA" TO PARAM-BUSCADO.
           MOVE KYCRESTDIA-DEFECTO TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO DIAS-RESTRICCION.

           PERFORM CARGAR-PAISES THRU CARGAR-PAISES-FIN.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHRSG: error abriendo tarjetas, FST=" FST
               GO TO FIN-ERROR.

           OPEN INPUT F-INTERBANCARIAS.
           IF FSB <> 00
               CLOSE F-INTERBANCARIAS
               GO TO TRANSFERENCIAS-YA.

      * Primera pasada: cuentas con transferencias del ultimo ano a
      * un IBAN de pais vigilado.  Las devueltas no cuentan.
       LEER-TRANSFERENCIA.
           READ F-INTERBANCARIAS NEXT RECORD AT END
               CLOSE F-INTERBANCARIAS
               GO TO TRANSFERENCIAS-YA.
           IF INTERB-ESTADO = "D"
               GO TO LEER-TRANSFERENCIA.
           COMPUTE FECHA-TRANSFERENCIA = (INTERB-ANO * 10000)
               + (INTERB-MES * 100) + INTERB-DIA.
           IF FECHA-TRANSFERENCIA <= FECHA-ANO-ATRAS
               GO TO LEER-TRANSFERENCIA.

           MOVE INTERB-IBAN-DESTINO(1:2) TO PAIS-DESTINO.
           PERFORM BUSCAR-PAIS THRU BUSCAR-PAIS-FIN.
           IF ENCONTRADO = "N"
               GO TO LEER-TRANSFERENCIA.

           MOVE INTERB-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               GO TO LEER-TRANSFERENCIA.
           IF CTA-ID = 0
               GO TO LEER-TRANSFERENCIA.

           ADD 1 TO TRANSF-VIGILADAS.
           MOVE CTA-ID TO CUENTA-TRANSFERENCIA.
           PERFORM BUSCAR-CUENTA-PAISES
               THRU BUSCAR-CUENTA-PAISES-FIN.
           IF ENCONTRADO = "S"
               GO TO LEER-TRANSFERENCIA.
           IF CUENTAS-PAISES-USADAS >= MAX-CUENTAS-PAISES
               DISPLAY "BATCHRSG: tabla de cuentas con paises llena"
               GO TO LEER-TRANSFERENCIA.
           ADD 1 TO CUENTAS-PAISES-USADAS.
           MOVE CTA-ID TO CPA-CUENTA(CUENTAS-PAISES-USADAS).
           GO TO LEER-TRANSFERENCIA.

       TRANSFERENCIAS-YA.
           CLOSE TARJETAS.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               DISPLAY "BATCHRSG: error abriendo cuentas, FSU=" FSU
               GO TO FIN-ERROR.

      * Segunda pasada: calificacion de cada cuenta viva.  Las
      * cerradas y las traspasadas al Tesoro no se revisan.
       LEER-CUENTA.
           READ CUENTAS NEXT RECORD AT END
               CLOSE CUENTAS
               GO TO CUENTAS-YA.
           IF CTA-ESTADO = "X" OR CTA-ESTADO = "E"
               GO TO LEER-CUENTA.

           MOVE CUENTA-ID TO CUENTA-TRANSFERENCIA.
           PERFORM BUSCAR-CUENTA-PAISES
               THRU BUSCAR-CUENTA-PAISES-FIN.

           MOVE CUENTA-ID      TO RSGC-CUENTA.
           MOVE CTA-NIF        TO RSGC-NIF.
           MOVE CTA-FECHA-ALTA TO RSGC-FECHA-ALTA.
           MOVE ENCONTRADO     TO RSGC-PAISES.
           CALL "BANKRSG" USING DATOS-RIESGO.
           IF RSGC-RESULTADO NOT = "O"
               ADD 1 TO TOTAL-ERRORES
               DISPLAY "BATCHRSG: no se pudo calificar " CUENTA-ID
               GO TO LEER-CUENTA.

           ADD 1 TO CUENTAS-CALIFICADAS.
           IF RSGC-NIVEL = "B"
               ADD 1 TO TOTAL-BAJO.
           IF RSGC-NIVEL = "M"
               ADD 1 TO TOTAL-MEDIO.
           IF RSGC-NIVEL = "A"
               ADD 1 TO TOTAL-ALTO.

           IF RSGC-FECHA-PROXIMA >= FECHA-HOY-AAAAMMDD
               GO TO LEER-CUENTA.

           ADD 1 TO TOTAL-VENCIDAS.
           IF VENCIDAS-USADAS >= MAX-VENCIDAS
               DISPLAY "BATCHRSG: tabla de vencidas llena"
               GO TO LEER-CUENTA.

           COMPUTE DIAS-RETRASO =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD)
               - FUNCTION INTEGER-OF-DATE(RSGC-FECHA-PROXIMA).
           ADD 1 TO VENCIDAS-USADAS.
           MOVE VENCIDAS-USADAS TO IDX-VEN.
           MOVE CUENTA-ID          TO VEN-CUENTA(IDX-VEN).
           MOVE CTA-NOMBRE         TO VEN-NOMBRE(IDX-VEN).
           MOVE RSGC-OFICINA       TO VEN-OFICINA(IDX-VEN).
           MOVE RSGC-NIVEL         TO VEN-NIVEL(IDX-VEN).
           MOVE RSGC-FECHA-PROXIMA TO VEN-FECHA-PROXIMA(IDX-VEN).
           MOVE DIAS-RETRASO       TO VEN-DIAS(IDX-VEN).
           MOVE " " TO VEN-ACCION(IDX-VEN).
           IF CTA-ESTADO = "R"
               MOVE "Y" TO VEN-ACCION(IDX-VEN).
           IF CTA-ESTADO = " " AND DIAS-RETRASO > DIAS-RESTRICCION
               MOVE "R" TO VEN-ACCION(IDX-VEN).
           GO TO LEER-CUENTA.

      * Tercera pasada: restriccion de las cuentas con la revision
      * muy atrasada.
       CUENTAS-YA.
           OPEN I-O CUENTAS.
           IF FSU <> 00
               DISPLAY "BATCHRSG: error abriendo cuentas, FSU=" FSU
               GO TO FIN-ERROR.
           MOVE 0 TO IDX-VEN.

       RESTRINGIR-CUENTA.
           ADD 1 TO IDX-VEN.
           IF IDX-VEN > VENCIDAS-USADAS
               CLOSE CUENTAS
               GO TO RESTRICCIONES-YA.
           IF VEN-ACCION(IDX-VEN) NOT = "R"
               GO TO RESTRINGIR-CUENTA.

           MOVE VEN-CUENTA(IDX-VEN) TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               MOVE " " TO VEN-ACCION(IDX-VEN)
               GO TO RESTRINGIR-CUENTA.
           IF CTA-ESTADO NOT = " "
               MOVE " " TO VEN-ACCION(IDX-VEN)
               GO TO RESTRINGIR-CUENTA.
           MOVE "R" TO CTA-ESTADO.
           REWRITE CUENTAREG INVALID KEY
               DISPLAY "BATCHRSG: error restringiendo " CUENTA-ID
               MOVE " " TO VEN-ACCION(IDX-VEN)
               GO TO RESTRINGIR-CUENTA.
           ADD 1 TO TOTAL-RESTRINGIDAS.
           GO TO RESTRINGIR-CUENTA.

       RESTRICCIONES-YA.
           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHRSG: error abriendo kycrevisiones.txt"
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Revisiones de diligencia debida "
               "vencidas a " DIA "-" MES "-" ANO
               " (restriccion a los " DIAS-RESTRICCION " dias)"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE -1 TO OFICINA-ACTUAL.

      * Las vencidas agrupadas por oficina, de menor a mayor codigo
      * (0000 = sin oficina asignada).
       EMITIR-OFICINA.
           MOVE 99999 TO OFICINA-SIGUIENTE.
           MOVE 0 TO IDX-VEN.
       BUSCAR-OFICINA.
           ADD 1 TO IDX-VEN.
           IF IDX-VEN > VENCIDAS-USADAS
               GO TO OFICINA-ELEGIDA.
           IF VEN-OFICINA(IDX-VEN) > OFICINA-ACTUAL
              AND VEN-OFICINA(IDX-VEN) < OFICINA-SIGUIENTE
               MOVE VEN-OFICINA(IDX-VEN) TO OFICINA-SIGUIENTE.
           GO TO BUSCAR-OFICINA.

       OFICINA-ELEGIDA.
           IF OFICINA-SIGUIENTE = 99999
               GO TO EMITIR-RESUMEN.
           MOVE OFICINA-SIGUIENTE TO OFICINA-ACTUAL.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE OFICINA-ACTUAL TO RSGC-OFICINA.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Oficina " RSGC-OFICINA
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 0 TO IDX-VEN.

       EMITIR-VENCIDA.
           ADD 1 TO IDX-VEN.
           IF IDX-VEN > VENCIDAS-USADAS
               GO TO EMITIR-OFICINA.
           IF VEN-OFICINA(IDX-VEN) NOT = OFICINA-ACTUAL
               GO TO EMITIR-VENCIDA.

           MOVE SPACES TO TEXTO-ACCION.
           IF VEN-ACCION(IDX-VEN) = "R"
               MOVE "RESTRINGIDA HOY" TO TEXTO-ACCION.
           IF VEN-ACCION(IDX-VEN) = "Y"
               MOVE "YA RESTRINGIDA" TO TEXTO-ACCION.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  " VEN-CUENTA(IDX-VEN) " " VEN-NOMBRE(IDX-VEN)
               " riesgo " VEN-NIVEL(IDX-VEN)
               " vencio " VEN-FECHA-PROXIMA(IDX-VEN)(7:2) "-"
               VEN-FECHA-PROXIMA(IDX-VEN)(5:2) "-"
               VEN-FECHA-PROXIMA(IDX-VEN)(1:4)
               " retraso " VEN-DIAS(IDX-VEN) " dias " TEXTO-ACCION
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO EMITIR-VENCIDA.

       EMITIR-RESUMEN.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Cuentas calificadas " CUENTAS-CALIFICADAS
               " bajo " TOTAL-BAJO " medio " TOTAL-MEDIO
               " alto " TOTAL-ALTO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Revisiones vencidas " TOTAL-VENCIDAS
               " restringidas hoy " TOTAL-RESTRINGIDAS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

           DISPLAY "BATCHRSG: transf. vigiladas   : "
               TRANSF-VIGILADAS.
           DISPLAY "BATCHRSG: cuentas calificadas : "
               CUENTAS-CALIFICADAS.
           DISPLAY "BATCHRSG: revisiones vencidas : " TOTAL-VENCIDAS.
           DISPLAY "BATCHRSG: restringidas hoy    : "
               TOTAL-RESTRINGIDAS.
           DISPLAY "BATCHRSG: sin calificar       : " TOTAL-ERRORES.
           STOP RUN.

      * Paises vigilados: los de paisesriesgo.ubd o, si no hay
      * ninguno dado de alta, la lista por defecto.
       CARGAR-PAISES.
           OPEN INPUT F-PAISESRIESGO.
           IF FSPR <> 00
               CLOSE F-PAISESRIESGO
               GO TO PAISES-CARGADOS.

       LEER-PAIS.
           READ F-PAISESRIESGO NEXT RECORD AT END
               CLOSE F-PAISESRIESGO
               GO TO PAISES-CARGADOS.
           IF PAISES-USADOS >= MAX-PAISES
               GO TO LEER-PAIS.
           ADD 1 TO PAISES-USADOS.
           MOVE PRI-PAIS TO PAIS-VIGILADO(PAISES-USADOS).
           GO TO LEER-PAIS.

       PAISES-CARGADOS.
           IF PAISES-USADOS > 0
               GO TO CARGAR-PAISES-FIN.
           MOVE 0 TO IDX-PAIS.

       CARGAR-PAIS-DEFECTO.
           ADD 1 TO IDX-PAIS.
           IF IDX-PAIS > 3
               GO TO CARGAR-PAISES-FIN.
           ADD 1 TO PAISES-USADOS.
           MOVE PAIS-DEFECTO(IDX-PAIS) TO PAIS-VIGILADO(PAISES-USADOS).
           GO TO CARGAR-PAIS-DEFECTO.

       CARGAR-PAISES-FIN.
           EXIT.

       BUSCAR-PAIS.
           MOVE "N" TO ENCONTRADO.
           MOVE 0 TO IDX-PAIS.

       BUSCAR-PAIS-SIGUIENTE.
           ADD 1 TO IDX-PAIS.
           IF IDX-PAIS > PAISES-USADOS
               GO TO BUSCAR-PAIS-FIN.
           IF PAIS-VIGILADO(IDX-PAIS) NOT = PAIS-DESTINO
               GO TO BUSCAR-PAIS-SIGUIENTE.
           MOVE "S" TO ENCONTRADO.

       BUSCAR-PAIS-FIN.
           EXIT.

       BUSCAR-CUENTA-PAISES.
           MOVE "N" TO ENCONTRADO.
           MOVE 0 TO IDX-CPA.

       BUSCAR-CUENTA-SIGUIENTE.
           ADD 1 TO IDX-CPA.
           IF IDX-CPA > CUENTAS-PAISES-USADAS
               GO TO BUSCAR-CUENTA-PAISES-FIN.
           IF CPA-CUENTA(IDX-CPA) NOT = CUENTA-TRANSFERENCIA
               GO TO BUSCAR-CUENTA-SIGUIENTE.
           MOVE "S" TO ENCONTRADO.

       BUSCAR-CUENTA-PAISES-FIN.
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
           MOVE "BATCHRSG"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FST=" FST " " "FSU=" FSU " " "FSIF=" FSIF " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
