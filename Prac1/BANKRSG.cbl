       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRSG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RIESGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSG-CUENTA
           FILE STATUS IS FSRG.

           SELECT OPTIONAL F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALM-NIF
           FILE STATUS IS FSAL.

           SELECT OPTIONAL F-RESIDENCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-CTA-ID
           FILE STATUS IS FSRF.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Calificacion de riesgo de blanqueo de cada cuenta.  Nivel B
      * bajo, M medio, A alto.  Factores S/N: efectivo declarable o
      * fraccionado, transferencias a paises vigilados, producto de
      * limites altos y titular no residente.  PEP lo marca la
      * sucursal (BANK62) y fuerza el nivel alto.  La proxima
      * revision se cuenta desde la ultima revision completada (o
      * desde el alta): 1, 3 o 5 anos segun el nivel.
       FD F-RIESGO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "riesgoclientes.ubd".
       01 RIESGO-REG.
           02 RSG-CUENTA            PIC 9(16).
           02 RSG-NIVEL             PIC  X(1).
           02 RSG-PUNTOS            PIC  9(2).
           02 RSG-PEP               PIC  X(1).
           02 RSG-OFICINA           PIC  9(4).
           02 RSG-F-EFECTIVO        PIC  X(1).
           02 RSG-F-PAISES          PIC  X(1).
           02 RSG-F-PRODUCTO        PIC  X(1).
           02 RSG-F-NORESIDENTE     PIC  X(1).
           02 RSG-FECHA-REVISION    PIC  9(8).
           02 RSG-FECHA-PROXIMA     PIC  9(8).
           02 RSG-FECHA-CALCULO     PIC  9(8).
           02 RSG-OPERADOR          PIC  9(4).

       FD F-ALERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "alertasaml.ubd".
       01 ALERTA-REG.
           02 ALM-NIF               PIC  X(9).
           02 ALM-PERIODO-DECL      PIC  9(6).
           02 ALM-PERIODO-FRACC     PIC  9(6).
           02 ALM-EFECTIVO-CENT     PIC  9(13).
           02 ALM-OPS-BANDA         PIC  9(5).

       FD F-RESIDENCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "residenciafiscal.ubd".
       01 RESIDENCIA-REG.
           02 RES-CTA-ID            PIC 9(16).
           02 RES-PAIS-FISCAL       PIC  X(2).
           02 RES-NIF-EXTRANJERO    PIC X(20).
           02 RES-PAIS-DOMICILIO    PIC  X(2).
           02 RES-PREFIJO-TEL       PIC  9(3).
           02 RES-INDICIOS          PIC  X(1).
           02 RES-MOTIVO            PIC X(30).
           02 RES-REVISION          PIC  X(1).
           02 RES-FECHA             PIC  9(8).
           02 RES-OPERADOR          PIC  9(4).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSRG                     PIC  X(2).
       77 FSAL                     PIC  X(2).
       77 FSRF                     PIC  X(2).
       77 FSPA                     PIC  X(2).
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

      * Limite diario de producto (centimos) a partir del cual el
      * producto cuenta como factor de riesgo (RSGPRDCENT).
       78 RSGPRDCENT-DEFECTO       VALUE 600000.
       78 PAIS-ENTIDAD             VALUE "ES".

       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).
       77 LIMITE-PRODUCTO-CENT     PIC  9(9).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 PERIODO-DESDE            PIC  9(6).
       77 ANOS-REVISION            PIC  9(1).
       01 FECHA-CALCULADA.
           02 FECHA-CALC-ANO        PIC  9(4).
           02 FECHA-CALC-MMDD       PIC  9(4).
       01 FECHA-CALCULADA-NUM REDEFINES FECHA-CALCULADA PIC 9(8).

       77 REGISTRO-NUEVO           PIC  X(1).

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

       01 DATOS-OFICINA.
           02 OFIC-MODO             PIC  X(1).
           02 OFIC-TIPO             PIC  X(1).
           02 OFIC-ID               PIC 9(16).
           02 OFIC-OFICINA          PIC  9(4).
           02 OFIC-RESULTADO        PIC  X(1).
           02 OFIC-NOMBRE           PIC X(30).
           02 OFIC-REGION           PIC X(20).

       LINKAGE SECTION.
      * RSGC-NIF y RSGC-FECHA-ALTA: los de la ficha de la cuenta.
      * RSGC-PAISES: S o N si quien llama ha recorrido las
      * transferencias del ultimo ano (BATCHRSG); en blanco se
      * conserva el factor ya guardado.
      * RSGC-RESULTADO: O calificacion grabada, E error de fichero.
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

      * Recalcula y graba la calificacion de riesgo de una cuenta
      * con los datos que haya en ese momento: partes de efectivo
      * de BATCHAML de los ultimos doce meses, transferencias a
      * paises vigilados, producto contratado, residencia fiscal
      * y condicion de PEP.
       PROCEDURE DIVISION USING DATOS-RIESGO.
       INICIO.
           MOVE "E" TO RSGC-RESULTADO.
           IF RSGC-CUENTA = 0
               GO TO SALIR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE PERIODO-DESDE = ((ANO - 1) * 100) + MES.

           MOVE "RSGPRDCENT" TO PARAM-BUSCADO.
           MOVE RSGPRDCENT-DEFECTO TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO LIMITE-PRODUCTO-CENT.

           OPEN I-O F-RIESGO.
           IF FSRG = 35
               CLOSE F-RIESGO
               OPEN OUTPUT F-RIESGO
               CLOSE F-RIESGO
               OPEN I-O F-RIESGO.
           IF FSRG <> 00
               GO TO SALIR.

           MOVE "N" TO REGISTRO-NUEVO.
           MOVE RSGC-CUENTA TO RSG-CUENTA.
           READ F-RIESGO INVALID KEY
               MOVE "S" TO REGISTRO-NUEVO.

           IF REGISTRO-NUEVO = "S"
               INITIALIZE RIESGO-REG
               MOVE RSGC-CUENTA TO RSG-CUENTA
               MOVE "N" TO RSG-PEP
               MOVE "N" TO RSG-F-PAISES
               MOVE RSGC-FECHA-ALTA TO RSG-FECHA-REVISION.
           IF RSG-FECHA-REVISION = 0
               MOVE FECHA-HOY-AAAAMMDD TO RSG-FECHA-REVISION.

           MOVE 0 TO RSG-PUNTOS.
           MOVE "N" TO RSG-F-EFECTIVO.
           MOVE "N" TO RSG-F-PRODUCTO.
           MOVE "N" TO RSG-F-NORESIDENTE.
           IF RSGC-PAISES NOT = SPACE
               MOVE RSGC-PAISES TO RSG-F-PAISES.

           PERFORM FACTOR-EFECTIVO THRU FACTOR-EFECTIVO-FIN.

           IF RSG-F-PAISES = "S"
               ADD 2 TO RSG-PUNTOS.

           MOVE 0 TO PRDC-TARJETA.
           MOVE RSGC-CUENTA TO PRDC-CUENTA.
           CALL "BANKPRD" USING DATOS-PRODUCTO.
           IF PRDC-RESULTADO = "O"
              AND PRDC-LIM-DIA-CENT >= LIMITE-PRODUCTO-CENT
               MOVE "S" TO RSG-F-PRODUCTO
               ADD 1 TO RSG-PUNTOS.

           PERFORM FACTOR-RESIDENCIA THRU FACTOR-RESIDENCIA-FIN.

           MOVE "B" TO RSG-NIVEL.
           MOVE 5 TO ANOS-REVISION.
           IF RSG-PUNTOS > 0
               MOVE "M" TO RSG-NIVEL
               MOVE 3 TO ANOS-REVISION.
           IF RSG-PUNTOS > 2 OR RSG-PEP = "S"
               MOVE "A" TO RSG-NIVEL
               MOVE 1 TO ANOS-REVISION.

      * El 29 de febrero pasa al 28 en los anos no bisiestos.
           MOVE RSG-FECHA-REVISION TO FECHA-CALCULADA-NUM.
           ADD ANOS-REVISION TO FECHA-CALC-ANO.
           IF FECHA-CALC-MMDD = 0229
               MOVE 0228 TO FECHA-CALC-MMDD.
           MOVE FECHA-CALCULADA-NUM TO RSG-FECHA-PROXIMA.
           MOVE FECHA-HOY-AAAAMMDD TO RSG-FECHA-CALCULO.

      * La oficina gestora es la de adscripcion de la cuenta cuando
      * la tiene; si no, se conserva la anotada en la ficha.
           MOVE "C"         TO OFIC-MODO.
           MOVE "C"         TO OFIC-TIPO.
           MOVE RSGC-CUENTA TO OFIC-ID.
           CALL "BANKOFI" USING DATOS-OFICINA.
           IF OFIC-OFICINA NOT = 0
               MOVE OFIC-OFICINA TO RSG-OFICINA.

           IF REGISTRO-NUEVO = "S"
               WRITE RIESGO-REG INVALID KEY
                   CLOSE F-RIESGO
                   GO TO SALIR
           ELSE
               REWRITE RIESGO-REG INVALID KEY
                   CLOSE F-RIESGO
                   GO TO SALIR.

           MOVE "O"                  TO RSGC-RESULTADO.
           MOVE RSG-NIVEL            TO RSGC-NIVEL.
           MOVE RSG-PUNTOS           TO RSGC-PUNTOS.
           MOVE RSG-PEP              TO RSGC-PEP.
           MOVE RSG-OFICINA          TO RSGC-OFICINA.
           MOVE RSG-FECHA-REVISION   TO RSGC-FECHA-REVISION.
           MOVE RSG-FECHA-PROXIMA    TO RSGC-FECHA-PROXIMA.
           CLOSE F-RIESGO.
           GO TO SALIR.

      * Efectivo por encima del umbral declarable en algun mes del
      * ultimo ano suma 1; fraccionamiento aparente suma 2.
       FACTOR-EFECTIVO.
           IF RSGC-NIF = SPACES
               GO TO FACTOR-EFECTIVO-FIN.

           OPEN INPUT F-ALERTAS.
           IF FSAL <> 00
               CLOSE F-ALERTAS
               GO TO FACTOR-EFECTIVO-FIN.

           MOVE RSGC-NIF TO ALM-NIF.
           READ F-ALERTAS INVALID KEY
               CLOSE F-ALERTAS
               GO TO FACTOR-EFECTIVO-FIN.
           CLOSE F-ALERTAS.

           IF ALM-PERIODO-DECL > PERIODO-DESDE
               MOVE "S" TO RSG-F-EFECTIVO
               ADD 1 TO RSG-PUNTOS.
           IF ALM-PERIODO-FRACC > PERIODO-DESDE
               MOVE "S" TO RSG-F-EFECTIVO
               ADD 2 TO RSG-PUNTOS.

       FACTOR-EFECTIVO-FIN.
           EXIT.

      * Titular con residencia fiscal fuera de Espana.
       FACTOR-RESIDENCIA.
           OPEN INPUT F-RESIDENCIA.
           IF FSRF <> 00
               CLOSE F-RESIDENCIA
               GO TO FACTOR-RESIDENCIA-FIN.

           MOVE RSGC-CUENTA TO RES-CTA-ID.
           READ F-RESIDENCIA INVALID KEY
               CLOSE F-RESIDENCIA
               GO TO FACTOR-RESIDENCIA-FIN.
           CLOSE F-RESIDENCIA.

           IF RES-PAIS-FISCAL NOT = SPACES
              AND RES-PAIS-FISCAL NOT = PAIS-ENTIDAD
               MOVE "S" TO RSG-F-NORESIDENTE
               ADD 1 TO RSG-PUNTOS.

       FACTOR-RESIDENCIA-FIN.
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

       SALIR.
           EXIT PROGRAM.
