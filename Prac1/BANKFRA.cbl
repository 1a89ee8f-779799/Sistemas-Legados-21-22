       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKFRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-REGLASFRAUDE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGL-CODIGO
           FILE STATUS IS FSRG.

           SELECT OPTIONAL F-CASOSFRAUDE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSF-NUM
           ALTERNATE RECORD KEY IS CSF-TARJETA WITH DUPLICATES
           FILE STATUS IS FSCF.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-ID
           FILE STATUS IS FSQ.

           SELECT OPTIONAL F-PINHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-NUM
           ALTERNATE RECORD KEY IS PH-TARJETA WITH DUPLICATES
           FILE STATUS IS FSP.

           SELECT OPTIONAL F-INTERBANCARIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTERB-NUM
           FILE STATUS IS FSB.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Reglas de fraude en linea.  Accion R rechaza la operacion,
      * H la rechaza y retiene la tarjeta hasta que un analista
      * resuelva el caso, N regla desactivada.  Los parametros
      * dependen de la regla (ver CARGAR-REGLAS).
       FD F-REGLASFRAUDE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reglasfraude.ubd".
       01 REGLAFRAUDE-REG.
           02 RGL-CODIGO            PIC  X(3).
           02 RGL-ACCION            PIC  X(1).
           02 RGL-PARAM-1           PIC  9(5).
           02 RGL-PARAM-2           PIC  9(5).
           02 RGL-OPERADOR          PIC  9(4).

      * Casos de fraude abiertos por las reglas.  Estado A abierto,
      * C cliente contactado, L liberado, F fraude confirmado,
      * P falso positivo.
       FD F-CASOSFRAUDE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "casosfraude.ubd".
       01 CASOFRAUDE-REG.
           02 CSF-NUM               PIC  9(10).
           02 CSF-TARJETA           PIC  9(16).
           02 CSF-REGLA             PIC  X(3).
           02 CSF-ACCION            PIC  X(1).
           02 CSF-OPERACION         PIC  X(3).
           02 CSF-IMPORTE-CENT      PIC S9(11).
           02 CSF-DESTINO           PIC X(34).
           02 CSF-TERMINAL          PIC  9(4).
           02 CSF-ANO               PIC  9(4).
           02 CSF-MES               PIC  9(2).
           02 CSF-DIA               PIC  9(2).
           02 CSF-HOR               PIC  9(2).
           02 CSF-MIN               PIC  9(2).
           02 CSF-DETALLE           PIC X(40).
           02 CSF-ESTADO            PIC  X(1).
           02 CSF-NOTA              PIC X(40).
           02 CSF-OPERADOR          PIC  9(4).
           02 CSF-FECHA-CIERRE      PIC  9(8).

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

       FD F-TERMINALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminales.ubd".
       01 TERMINAL-REG.
           02 TERM-ID               PIC  9(4).
           02 TERM-UBICACION        PIC X(30).
           02 TERM-OFICINA          PIC  9(4).

       FD F-PINHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pinhist.ubd".
       01 PINHIST-REG.
           02 PH-NUM             PIC  9(35).
           02 PH-TARJETA         PIC  9(16).
           02 PH-ANO             PIC   9(4).
           02 PH-MES             PIC   9(2).
           02 PH-DIA             PIC   9(2).
           02 PH-HOR             PIC   9(2).
           02 PH-MIN             PIC   9(2).
           02 PH-SEG             PIC   9(2).
           02 PH-PIN-ANTERIOR    PIC  X(4).

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
       77 FSCF                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSB                      PIC  X(2).
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

      * Valores de las reglas cuando no hay registro en
      * reglasfraude.ubd.
       78 DEF-UBI-ACCION           VALUE "H".
       78 DEF-UBI-MINUTOS          VALUE 30.
       78 DEF-PIN-ACCION           VALUE "H".
       78 DEF-PIN-HORAS            VALUE 48.
       78 DEF-HOR-ACCION           VALUE "R".
       78 DEF-HOR-MINIMO           VALUE 10.
       78 DEF-HOR-MARGEN           VALUE 1.
       78 DEF-IMP-ACCION           VALUE "R".
       78 DEF-IMP-FACTOR           VALUE 5.
       78 DEF-IMP-MINIMO           VALUE 5.

       77 UBI-ACCION               PIC  X(1).
       77 UBI-MINUTOS              PIC  9(5).
       77 PIN-ACCION               PIC  X(1).
       77 PIN-HORAS                PIC  9(5).
       77 HOR-ACCION               PIC  X(1).
       77 HOR-MINIMO               PIC  9(5).
       77 HOR-MARGEN               PIC  9(5).
       77 IMP-ACCION               PIC  X(1).
       77 IMP-FACTOR               PIC  9(5).
       77 IMP-MINIMO               PIC  9(5).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-AUX-AAAAMMDD       PIC  9(8).
       77 AHORA-MINUTOS            PIC  9(12).
       77 MARCA-MINUTOS            PIC  9(12).
       77 TRANSCURRIDOS            PIC S9(12).

       77 MOV-LEIDOS               PIC  X(1).
       77 ULT-TERMINAL             PIC  9(4).
       77 ULT-TERMINAL-MINUTOS     PIC  9(12).
       77 ULT-UBICACION            PIC X(30).
       77 RETIRADAS-TOTAL          PIC  9(7).
       77 RETIRADAS-CERCA          PIC  9(7).
       77 DIF-HORAS                PIC S9(3).
       77 NUM-CARGOS               PIC  9(7).
       77 SUMA-CARGOS-CENT         PIC S9(13).
       77 ABS-CENT                 PIC S9(11).
       77 PROMEDIO-CENT            PIC S9(11).
       77 UMBRAL-CENT              PIC S9(13).

       77 ULT-PIN-MINUTOS          PIC  9(12).
       77 DESTINO-CONOCIDO         PIC  X(1).

       77 REGLA-DISPARADA          PIC  X(3).
       77 ACCION-DISPARADA         PIC  X(1).
       77 DETALLE-DISPARO          PIC X(40).
       77 MINUTOS-TEXTO            PIC  9(5).
       77 LAST-CSF-NUM             PIC  9(10).

       LINKAGE SECTION.
      * FRAC-OPERACION: RET retirada, TRF transferencia interna,
      * IBA transferencia a otra entidad, COM compra de entradas,
      * REC recarga de movil, ALI pago por alias, DON donativo a
      * una ONG.
      * FRAC-DESTINO: IBAN del beneficiario si lo hay.
      * FRAC-RESULTADO: O permitida, R rechazada, H rechazada y
      * tarjeta retenida a la espera del analista.
       01 DATOS-FRAUDE.
           02 FRAC-TARJETA          PIC 9(16).
           02 FRAC-TERMINAL         PIC  9(4).
           02 FRAC-OPERACION        PIC  X(3).
           02 FRAC-IMPORTE-CENT     PIC S9(11).
           02 FRAC-DESTINO          PIC X(34).
           02 FRAC-RESULTADO        PIC  X(1).
           02 FRAC-REGLA            PIC  X(3).
           02 FRAC-CASO             PIC  9(10).

      * Reglas de fraude que se miran en linea antes de contabilizar
      * un cargo.  Si una regla salta se abre un caso en
      * casosfraude.ubd para que lo trabaje un analista (BANK61);
      * mientras haya un caso de retencion abierto la tarjeta no
      * puede hacer ninguna de estas operaciones.
       PROCEDURE DIVISION USING DATOS-FRAUDE.
       INICIO.
           MOVE "O" TO FRAC-RESULTADO.
           MOVE SPACES TO FRAC-REGLA.
           MOVE 0 TO FRAC-CASO.

           IF FRAC-TARJETA = 0
               GO TO SALIR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE AHORA-MINUTOS =
               (FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD) * 1440)
               + (HORAS * 60) + MINUTOS.

           PERFORM COMPROBAR-RETENCION THRU COMPROBAR-RETENCION-FIN.
           IF FRAC-RESULTADO NOT = "O"
               GO TO SALIR.

           PERFORM CARGAR-REGLAS THRU CARGAR-REGLAS-FIN.
           PERFORM RECORRER-MOVIMIENTOS THRU RECORRER-MOVIMIENTOS-FIN.

           MOVE SPACES TO REGLA-DISPARADA.
           MOVE SPACES TO DETALLE-DISPARO.

           IF UBI-ACCION NOT = "N"
               PERFORM REGLA-UBICACION THRU REGLA-UBICACION-FIN.
           IF REGLA-DISPARADA NOT = SPACES
               GO TO DISPARO.

           IF PIN-ACCION NOT = "N"
              AND (FRAC-OPERACION = "IBA" OR FRAC-OPERACION = "ALI")
              AND FRAC-DESTINO NOT = SPACES
               PERFORM REGLA-CAMBIO-PIN THRU REGLA-CAMBIO-PIN-FIN.
           IF REGLA-DISPARADA NOT = SPACES
               GO TO DISPARO.

           IF HOR-ACCION NOT = "N" AND FRAC-OPERACION = "RET"
               PERFORM REGLA-HORARIO THRU REGLA-HORARIO-FIN.
           IF REGLA-DISPARADA NOT = SPACES
               GO TO DISPARO.

           IF IMP-ACCION NOT = "N"
               PERFORM REGLA-IMPORTE THRU REGLA-IMPORTE-FIN.
           IF REGLA-DISPARADA NOT = SPACES
               GO TO DISPARO.

           GO TO SALIR.

       DISPARO.
           MOVE ACCION-DISPARADA TO FRAC-RESULTADO.
           MOVE REGLA-DISPARADA TO FRAC-REGLA.
           PERFORM ABRIR-CASO THRU ABRIR-CASO-FIN.
           GO TO SALIR.

      * Una tarjeta con un caso de retencion sin resolver no opera
      * hasta que el analista lo libere o lo cierre.
       COMPROBAR-RETENCION.
           OPEN INPUT F-CASOSFRAUDE.
           IF FSCF <> 00
               CLOSE F-CASOSFRAUDE
               GO TO COMPROBAR-RETENCION-FIN.

           MOVE FRAC-TARJETA TO CSF-TARJETA.
           START F-CASOSFRAUDE KEY IS = CSF-TARJETA
               INVALID KEY
               CLOSE F-CASOSFRAUDE
               GO TO COMPROBAR-RETENCION-FIN.

       LEER-CASO-TARJETA.
           READ F-CASOSFRAUDE NEXT RECORD AT END
               CLOSE F-CASOSFRAUDE
               GO TO COMPROBAR-RETENCION-FIN.
           IF CSF-TARJETA NOT = FRAC-TARJETA
               CLOSE F-CASOSFRAUDE
               GO TO COMPROBAR-RETENCION-FIN.
           IF CSF-ACCION = "H"
              AND (CSF-ESTADO = "A" OR CSF-ESTADO = "C")
               MOVE "H" TO FRAC-RESULTADO
               MOVE CSF-REGLA TO FRAC-REGLA
               MOVE CSF-NUM TO FRAC-CASO
               CLOSE F-CASOSFRAUDE
               GO TO COMPROBAR-RETENCION-FIN.
           GO TO LEER-CASO-TARJETA.

       COMPROBAR-RETENCION-FIN.
           EXIT.

      * UBI: minutos entre dos operaciones en cajeros de distinta
      * ubicacion.  PIN: horas tras un cambio de PIN en las que una
      * transferencia a un IBAN nuevo salta.  HOR: retiradas minimas
      * para tener perfil horario y margen en horas alrededor de la
      * hora actual.  IMP: veces la media de la tarjeta y cargos
      * minimos para tener media.
       CARGAR-REGLAS.
           MOVE DEF-UBI-ACCION TO UBI-ACCION.
           MOVE DEF-UBI-MINUTOS TO UBI-MINUTOS.
           MOVE DEF-PIN-ACCION TO PIN-ACCION.
           MOVE DEF-PIN-HORAS TO PIN-HORAS.
           MOVE DEF-HOR-ACCION TO HOR-ACCION.
           MOVE DEF-HOR-MINIMO TO HOR-MINIMO.
           MOVE DEF-HOR-MARGEN TO HOR-MARGEN.
           MOVE DEF-IMP-ACCION TO IMP-ACCION.
           MOVE DEF-IMP-FACTOR TO IMP-FACTOR.
           MOVE DEF-IMP-MINIMO TO IMP-MINIMO.

           OPEN INPUT F-REGLASFRAUDE.
           IF FSRG <> 00
               CLOSE F-REGLASFRAUDE
               GO TO CARGAR-REGLAS-FIN.

           MOVE "UBI" TO RGL-CODIGO.
           READ F-REGLASFRAUDE INVALID KEY GO TO CARGAR-REGLA-PIN.
           MOVE RGL-ACCION TO UBI-ACCION.
           MOVE RGL-PARAM-1 TO UBI-MINUTOS.

       CARGAR-REGLA-PIN.
           MOVE "PIN" TO RGL-CODIGO.
           READ F-REGLASFRAUDE INVALID KEY GO TO CARGAR-REGLA-HOR.
           MOVE RGL-ACCION TO PIN-ACCION.
           MOVE RGL-PARAM-1 TO PIN-HORAS.

       CARGAR-REGLA-HOR.
           MOVE "HOR" TO RGL-CODIGO.
           READ F-REGLASFRAUDE INVALID KEY GO TO CARGAR-REGLA-IMP.
           MOVE RGL-ACCION TO HOR-ACCION.
           MOVE RGL-PARAM-1 TO HOR-MINIMO.
           MOVE RGL-PARAM-2 TO HOR-MARGEN.

       CARGAR-REGLA-IMP.
           MOVE "IMP" TO RGL-CODIGO.
           READ F-REGLASFRAUDE INVALID KEY GO TO CARGAR-REGLAS-CERRAR.
           MOVE RGL-ACCION TO IMP-ACCION.
           MOVE RGL-PARAM-1 TO IMP-FACTOR.
           MOVE RGL-PARAM-2 TO IMP-MINIMO.

       CARGAR-REGLAS-CERRAR.
           CLOSE F-REGLASFRAUDE.

       CARGAR-REGLAS-FIN.
           EXIT.

      * Una sola pasada por los movimientos de la tarjeta para sacar
      * el ultimo cajero usado, el perfil horario de las retiradas y
      * la media de la operativa del cliente.
       RECORRER-MOVIMIENTOS.
           MOVE "N" TO MOV-LEIDOS.
           MOVE 0 TO ULT-TERMINAL.
           MOVE 0 TO ULT-TERMINAL-MINUTOS.
           MOVE 0 TO RETIRADAS-TOTAL.
           MOVE 0 TO RETIRADAS-CERCA.
           MOVE 0 TO NUM-CARGOS.
           MOVE 0 TO SUMA-CARGOS-CENT.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE F-MOVIMIENTOS
               GO TO RECORRER-MOVIMIENTOS-FIN.

           MOVE "S" TO MOV-LEIDOS.
           MOVE FRAC-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY
               CLOSE F-MOVIMIENTOS
               GO TO RECORRER-MOVIMIENTOS-FIN.

       LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               CLOSE F-MOVIMIENTOS
               GO TO RECORRER-MOVIMIENTOS-FIN.
           IF MOV-TARJETA NOT = FRAC-TARJETA
               CLOSE F-MOVIMIENTOS
               GO TO RECORRER-MOVIMIENTOS-FIN.

           IF MOV-TERMINAL NOT = 0
               COMPUTE FECHA-AUX-AAAAMMDD = (MOV-ANO * 10000)
                   + (MOV-MES * 100) + MOV-DIA
               COMPUTE MARCA-MINUTOS =
                   (FUNCTION INTEGER-OF-DATE(FECHA-AUX-AAAAMMDD)
                   * 1440) + (MOV-HOR * 60) + MOV-MIN
               IF MARCA-MINUTOS >= ULT-TERMINAL-MINUTOS
                   MOVE MARCA-MINUTOS TO ULT-TERMINAL-MINUTOS
                   MOVE MOV-TERMINAL TO ULT-TERMINAL.

      * Como en BATCHFRD, los apuntes de los lotes no entran en el
      * perfil del cliente.
           IF MOV-CANAL NOT = "ATM" AND MOV-CANAL NOT = SPACES
               GO TO LEER-MOVIMIENTO.

           COMPUTE ABS-CENT =
               (FUNCTION ABS(MOV-IMPORTE-ENT) * 100) + MOV-IMPORTE-DEC.
           ADD ABS-CENT TO SUMA-CARGOS-CENT.
           ADD 1 TO NUM-CARGOS.

           IF MOV-CONCEPTO(1:8) NOT = "Retirada"
               GO TO LEER-MOVIMIENTO.

           ADD 1 TO RETIRADAS-TOTAL.
           COMPUTE DIF-HORAS = MOV-HOR - HORAS.
           IF DIF-HORAS < 0
               COMPUTE DIF-HORAS = 0 - DIF-HORAS.
           IF DIF-HORAS > 12
               COMPUTE DIF-HORAS = 24 - DIF-HORAS.
           IF DIF-HORAS <= HOR-MARGEN
               ADD 1 TO RETIRADAS-CERCA.
           GO TO LEER-MOVIMIENTO.

       RECORRER-MOVIMIENTOS-FIN.
           EXIT.

      * Dos cajeros en sitios distintos con menos minutos de
      * diferencia de los que hacen falta para ir de uno a otro.
       REGLA-UBICACION.
           IF FRAC-TERMINAL = 0 OR ULT-TERMINAL = 0
              OR ULT-TERMINAL = FRAC-TERMINAL
               GO TO REGLA-UBICACION-FIN.

           COMPUTE TRANSCURRIDOS = AHORA-MINUTOS - ULT-TERMINAL-MINUTOS.
           IF TRANSCURRIDOS < 0 OR TRANSCURRIDOS > UBI-MINUTOS
               GO TO REGLA-UBICACION-FIN.

           OPEN INPUT F-TERMINALES.
           IF FSQ <> 00
               CLOSE F-TERMINALES
               GO TO REGLA-UBICACION-FIN.

           MOVE ULT-TERMINAL TO TERM-ID.
           READ F-TERMINALES INVALID KEY
               CLOSE F-TERMINALES
               GO TO REGLA-UBICACION-FIN.
           MOVE TERM-UBICACION TO ULT-UBICACION.

           MOVE FRAC-TERMINAL TO TERM-ID.
           READ F-TERMINALES INVALID KEY
               CLOSE F-TERMINALES
               GO TO REGLA-UBICACION-FIN.
           CLOSE F-TERMINALES.

           IF TERM-UBICACION = ULT-UBICACION
               GO TO REGLA-UBICACION-FIN.

           MOVE TRANSCURRIDOS TO MINUTOS-TEXTO.
           MOVE "UBI" TO REGLA-DISPARADA.
           MOVE UBI-ACCION TO ACCION-DISPARADA.
           STRING "Cajero " ULT-TERMINAL " hace " MINUTOS-TEXTO
               " min en otra ubicacion"
               DELIMITED BY SIZE INTO DETALLE-DISPARO.

       REGLA-UBICACION-FIN.
           EXIT.

      * Primera transferencia a un IBAN al que la tarjeta nunca ha
      * enviado dinero, poco despues de cambiar el PIN.
       REGLA-CAMBIO-PIN.
           MOVE 0 TO ULT-PIN-MINUTOS.

           OPEN INPUT F-PINHIST.
           IF FSP <> 00
               CLOSE F-PINHIST
               GO TO REGLA-CAMBIO-PIN-FIN.

           MOVE FRAC-TARJETA TO PH-TARJETA.
           START F-PINHIST KEY IS = PH-TARJETA
               INVALID KEY
               CLOSE F-PINHIST
               GO TO REGLA-CAMBIO-PIN-FIN.

       LEER-PINHIST.
           READ F-PINHIST NEXT RECORD AT END
               GO TO PINHIST-LEIDO.
           IF PH-TARJETA NOT = FRAC-TARJETA
               GO TO PINHIST-LEIDO.
           COMPUTE FECHA-AUX-AAAAMMDD = (PH-ANO * 10000)
               + (PH-MES * 100) + PH-DIA.
           COMPUTE MARCA-MINUTOS =
               (FUNCTION INTEGER-OF-DATE(FECHA-AUX-AAAAMMDD) * 1440)
               + (PH-HOR * 60) + PH-MIN.
           IF MARCA-MINUTOS > ULT-PIN-MINUTOS
               MOVE MARCA-MINUTOS TO ULT-PIN-MINUTOS.
           GO TO LEER-PINHIST.

       PINHIST-LEIDO.
           CLOSE F-PINHIST.
           IF ULT-PIN-MINUTOS = 0
               GO TO REGLA-CAMBIO-PIN-FIN.

           COMPUTE TRANSCURRIDOS = AHORA-MINUTOS - ULT-PIN-MINUTOS.
           IF TRANSCURRIDOS < 0 OR TRANSCURRIDOS > (PIN-HORAS * 60)
               GO TO REGLA-CAMBIO-PIN-FIN.

           MOVE "N" TO DESTINO-CONOCIDO.
           OPEN INPUT F-INTERBANCARIAS.
           IF FSB <> 00
               CLOSE F-INTERBANCARIAS
               GO TO DESTINO-COMPROBADO.

       LEER-INTERBANCARIA.
           READ F-INTERBANCARIAS NEXT RECORD AT END
               CLOSE F-INTERBANCARIAS
               GO TO DESTINO-COMPROBADO.
           IF INTERB-TARJETA = FRAC-TARJETA
              AND INTERB-IBAN-DESTINO = FRAC-DESTINO
               MOVE "S" TO DESTINO-CONOCIDO
               CLOSE F-INTERBANCARIAS
               GO TO DESTINO-COMPROBADO.
           GO TO LEER-INTERBANCARIA.

       DESTINO-COMPROBADO.
           IF DESTINO-CONOCIDO = "S"
               GO TO REGLA-CAMBIO-PIN-FIN.

           COMPUTE MINUTOS-TEXTO = TRANSCURRIDOS / 60.
           MOVE "PIN" TO REGLA-DISPARADA.
           MOVE PIN-ACCION TO ACCION-DISPARADA.
           STRING "IBAN nuevo " MINUTOS-TEXTO
               " h tras cambio de PIN"
               DELIMITED BY SIZE INTO DETALLE-DISPARO.

       REGLA-CAMBIO-PIN-FIN.
           EXIT.

      * Retirada a una hora en la que la tarjeta no saca dinero
      * nunca, siempre que haya historia suficiente para saberlo.
       REGLA-HORARIO.
           IF MOV-LEIDOS = "N"
              OR RETIRADAS-TOTAL < HOR-MINIMO
              OR RETIRADAS-CERCA > 0
               GO TO REGLA-HORARIO-FIN.

           MOVE "HOR" TO REGLA-DISPARADA.
           MOVE HOR-ACCION TO ACCION-DISPARADA.
           STRING "Retirada a las " HORAS ":" MINUTOS
               ", fuera de su horario"
               DELIMITED BY SIZE INTO DETALLE-DISPARO.

       REGLA-HORARIO-FIN.
           EXIT.

       REGLA-IMPORTE.
           IF MOV-LEIDOS = "N" OR NUM-CARGOS < IMP-MINIMO
              OR NUM-CARGOS = 0
               GO TO REGLA-IMPORTE-FIN.

           COMPUTE PROMEDIO-CENT = SUMA-CARGOS-CENT / NUM-CARGOS.
           COMPUTE UMBRAL-CENT = PROMEDIO-CENT * IMP-FACTOR.
           IF UMBRAL-CENT = 0 OR FRAC-IMPORTE-CENT <= UMBRAL-CENT
               GO TO REGLA-IMPORTE-FIN.

           MOVE "IMP" TO REGLA-DISPARADA.
           MOVE IMP-ACCION TO ACCION-DISPARADA.
           STRING "Importe mas de " IMP-FACTOR
               " veces su media"
               DELIMITED BY SIZE INTO DETALLE-DISPARO.

       REGLA-IMPORTE-FIN.
           EXIT.

      * Si la tarjeta ya tiene un caso sin resolver por la misma
      * regla no se abre otro: el analista ve uno por incidencia.
       ABRIR-CASO.
           OPEN I-O F-CASOSFRAUDE.
           IF FSCF = 35
               CLOSE F-CASOSFRAUDE
               OPEN OUTPUT F-CASOSFRAUDE
               CLOSE F-CASOSFRAUDE
               OPEN I-O F-CASOSFRAUDE.
           IF FSCF <> 00
               GO TO ABRIR-CASO-FIN.

           MOVE 0 TO LAST-CSF-NUM.

       LEER-CASO-MAX.
           READ F-CASOSFRAUDE NEXT RECORD AT END
               GO TO ESCRIBIR-CASO.
           IF CSF-TARJETA = FRAC-TARJETA
              AND CSF-REGLA = REGLA-DISPARADA
              AND (CSF-ESTADO = "A" OR CSF-ESTADO = "C")
               MOVE CSF-NUM TO FRAC-CASO
               CLOSE F-CASOSFRAUDE
               GO TO ABRIR-CASO-FIN.
           IF CSF-NUM > LAST-CSF-NUM
               MOVE CSF-NUM TO LAST-CSF-NUM.
           GO TO LEER-CASO-MAX.

       ESCRIBIR-CASO.
           INITIALIZE CASOFRAUDE-REG.
           ADD 1 TO LAST-CSF-NUM.
           MOVE LAST-CSF-NUM       TO CSF-NUM.
           MOVE FRAC-TARJETA       TO CSF-TARJETA.
           MOVE REGLA-DISPARADA    TO CSF-REGLA.
           MOVE ACCION-DISPARADA   TO CSF-ACCION.
           MOVE FRAC-OPERACION     TO CSF-OPERACION.
           MOVE FRAC-IMPORTE-CENT  TO CSF-IMPORTE-CENT.
           MOVE FRAC-DESTINO       TO CSF-DESTINO.
           MOVE FRAC-TERMINAL      TO CSF-TERMINAL.
           MOVE ANO                TO CSF-ANO.
           MOVE MES                TO CSF-MES.
           MOVE DIA                TO CSF-DIA.
           MOVE HORAS              TO CSF-HOR.
           MOVE MINUTOS            TO CSF-MIN.
           MOVE DETALLE-DISPARO    TO CSF-DETALLE.
           MOVE "A"                TO CSF-ESTADO.

           WRITE CASOFRAUDE-REG INVALID KEY CONTINUE.
           MOVE CSF-NUM TO FRAC-CASO.
           CLOSE F-CASOSFRAUDE.

       ABRIR-CASO-FIN.
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
