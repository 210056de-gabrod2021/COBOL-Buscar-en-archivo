      *   TRABA-PADRON.TXT; si otro proceso la tiene tomada el
      *   proceso de licencias no arranca. Una traba huerfana se
      *   libera con CL19EJ10a.
      * - Cuenta corriente de vacaciones: los tipos marcados con S en
      *   la columna 27 de TIPOS-LICENCIA.TXT son vacaciones; la
      *   primera vez que se procesa una de esas licencias se
      *   descuentan sus dias corridos de SALDOS-VACACIONES.DAT (del
      *   anio de derecho mas antiguo sin vencer) y se registra en
      *   VACACIONES-GOZADAS.DAT para no volver a descontarla. La que
      *   excede el saldo disponible se rechaza con su motivo.
      * - Antes de escribir el padron se graba una generacion de
      *   respaldo de los EMPLEADOS-xx.TXT y del maestro con
      *   CL19EJ14a; si el respaldo falla el proceso no arranca.
      * - La licencia de vacaciones se registra en
      *   VACACIONES-GOZADAS.DAT antes de descontar el saldo; si no
      *   se puede registrar se rechaza sin descontar ni contarla.
      * - El mensaje con la generacion respaldada lo da CL19EJ14a;
      *   el programa ya no lo repite.
      * - El saldo de vacaciones se controla recien con la licencia
      *   vigente, antes de poner el estado, y al vencer despues de
      *   restablecerlo: un problema con el saldo ya no impide
      *   volver el estado a activo. La licencia anterior al primer
      *   anio de derecho del legajo (desde el 01/01 de ese anio) no
      *   se descuenta ni se rechaza. Si falla la regrabacion de un
      *   saldo la licencia sale en el reporte como error de saldo,
      *   no se cuenta como descontada y el proceso termina con RC 8.
      * - El bloque de parametros de CL19EJ14a lleva el indicador
      *   de egresados en N: el proceso no toca egresados ni el
      *   historial de legajos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ07a.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABA.

       SELECT SALDOS-VAC
           ASSIGN TO '../SALDOS-VACACIONES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SVA-CLAVE
           FILE STATUS IS FS-SALDOS.

       SELECT VAC-GOZADAS
           ASSIGN TO '../VACACIONES-GOZADAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VGO-CLAVE
           FILE STATUS IS FS-GOZADAS.


      *----------------------------------------------------------------*
       DATA DIVISION.
          05 TIP-DESCRIPCION               PIC X(20).
          05 FILLER                        PIC X(01).
          05 TIP-ESTADO                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 TIP-VACACIONES                PIC X(01).

       FD ARCH-ESTADOS.
       01 REG-ESTADO.
       FD ARCH-TRABA.
       01 REG-TRABA                        PIC X(80).

      *    Saldo de vacaciones por legajo y anio de derecho, generado
      *    por CL19EJ13a al cierre de cada anio.
       FD SALDOS-VAC.
       01 REG-SALDO-VAC.
          05 SVA-CLAVE.
             10 SVA-LEGAJO                 PIC 9(08).
             10 SVA-ANIO                   PIC 9(04).
          05 SVA-SUCURSAL                  PIC X(02).
          05 SVA-FECHA-INGRESO             PIC 9(08).
          05 SVA-ANTIGUEDAD                PIC 9(02).
          05 SVA-DIAS-DERECHO              PIC 9(03).
          05 SVA-DIAS-GOZADOS              PIC 9(03).
          05 SVA-FECHA-VENCE               PIC 9(08).
          05 SVA-FECHA-GENERACION          PIC 9(08).

      *    Licencias de vacaciones ya descontadas del saldo, por
      *    legajo y fecha desde.
       FD VAC-GOZADAS.
       01 REG-VAC-GOZADA.
          05 VGO-CLAVE.
             10 VGO-LEGAJO                 PIC 9(08).
             10 VGO-DESDE                  PIC 9(08).
          05 VGO-HASTA                     PIC 9(08).
          05 VGO-TIPO                      PIC X(02).
          05 VGO-DIAS                      PIC 9(03).
          05 VGO-FECHA-PROCESO             PIC 9(08).


       WORKING-STORAGE SECTION.

             88 FS-TRABA-OK                          VALUE '00'.
             88 FS-TRABA-EOF                         VALUE '10'.
             88 FS-TRABA-NFD                         VALUE '35'.
          02 FS-SALDOS                     PIC X(02) VALUE '00'.
             88 FS-SALDOS-OK                         VALUE '00'.
             88 FS-SALDOS-NFD                        VALUE '35'.
          02 FS-GOZADAS                    PIC X(02) VALUE '00'.
             88 FS-GOZADAS-OK                        VALUE '00'.
             88 FS-GOZADAS-NO-HALLADO                VALUE '23'.
             88 FS-GOZADAS-NFD                       VALUE '35'.

       01 WS-CONTADORES.
           02 WS-CONT-LEIDAS             PIC 9(05) VALUE ZEROS.
           02 WS-CONT-APLICADOS          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-RESTABLECIDOS      PIC 9(05) VALUE ZEROS.
           02 WS-CONT-REINGRESOS         PIC 9(05) VALUE ZEROS.
           02 WS-CONT-VAC-DESCONTADAS    PIC 9(05) VALUE ZEROS.
           02 WS-CONT-ERRORES-SALDO      PIC 9(05) VALUE ZEROS.

       01 WS-VARIABLES.
           02 SW-REPORTE-ABIERTO         PIC X(01) VALUE 'N'.
           02 SW-TRABA-TOMADA            PIC X(01) VALUE 'N'.
              88 SW-TRABA-TOMADA-SI                VALUE 'S'.
              88 SW-TRABA-TOMADA-NO                VALUE 'N'.
           02 SW-TIPO-VACACIONES         PIC X(01) VALUE 'N'.
              88 SW-TIPO-VACACIONES-SI             VALUE 'S'.
              88 SW-TIPO-VACACIONES-NO             VALUE 'N'.
           02 SW-VACACIONES-ABIERTO      PIC X(01) VALUE 'N'.
              88 SW-VACACIONES-ABIERTO-SI          VALUE 'S'.
              88 SW-VACACIONES-ABIERTO-NO          VALUE 'N'.
           02 SW-MAS-SALDOS              PIC X(01) VALUE 'N'.
              88 SW-MAS-SALDOS-SI                  VALUE 'S'.
              88 SW-MAS-SALDOS-NO                  VALUE 'N'.
           02 SW-EXCEDE-SALDO            PIC X(01) VALUE 'N'.
              88 SW-EXCEDE-SALDO-SI                VALUE 'S'.
              88 SW-EXCEDE-SALDO-NO                VALUE 'N'.
           02 SW-ERROR-SALDO             PIC X(01) VALUE 'N'.
              88 SW-ERROR-SALDO-SI                 VALUE 'S'.
              88 SW-ERROR-SALDO-NO                 VALUE 'N'.
           02 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-LIMITE            PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
           02 WS-COCIENTE-AUX            PIC 9(04) VALUE ZEROS.
           02 WS-RESTO-BISIESTO          PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      * Control del saldo de vacaciones: dias corridos de la licencia,
      * saldo disponible a la fecha desde y dias que faltan descontar
      *----------------------------------------------------------------*
       01 WS-VACACIONES.
           02 WS-VAC-DIAS                PIC 9(03) VALUE ZEROS.
           02 WS-VAC-DISPONIBLE          PIC 9(05) VALUE ZEROS.
           02 WS-VAC-PENDIENTE           PIC 9(03) VALUE ZEROS.
           02 WS-VAC-SALDO-ANIO          PIC 9(03) VALUE ZEROS.
           02 WS-VAC-DESDE-ABS           PIC 9(07) VALUE ZEROS.
           02 WS-VAC-INICIO-DERECHO.
              05 WS-VAC-INICIO-ANIO      PIC 9(04) VALUE ZEROS.
              05 WS-VAC-INICIO-MMDD      PIC 9(04) VALUE 0101.
           02 WS-VAC-INICIO-FECHA REDEFINES WS-VAC-INICIO-DERECHO
                                         PIC 9(08).

      *----------------------------------------------------------------*
      * Numero de dia absoluto de una fecha AAAAMMDD, para contar los
      * dias corridos entre dos fechas
      *----------------------------------------------------------------*
       01 WS-CALCULO-FECHA.
           02 WS-FECHA-CALC              PIC 9(08) VALUE ZEROS.
           02 WS-DIA-ABSOLUTO            PIC 9(07) VALUE ZEROS.
           02 WS-CALC-ANIO               PIC 9(04) VALUE ZEROS.
           02 WS-CALC-MES                PIC 9(02) VALUE ZEROS.
           02 WS-CALC-DIA                PIC 9(02) VALUE ZEROS.
           02 WS-CALC-AUX                PIC 9(05) VALUE ZEROS.
           02 WS-CALC-Q4                 PIC 9(04) VALUE ZEROS.
           02 WS-CALC-Q100               PIC 9(04) VALUE ZEROS.
           02 WS-CALC-Q400               PIC 9(04) VALUE ZEROS.
           02 WS-CALC-QMES               PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      * Dias de cada mes para el calculo de la fecha limite de
      * reingresos proximos (febrero se ajusta en anio bisiesto)
                    10 WS-TIP-COD        PIC X(02).
                    10 WS-TIP-DESC       PIC X(20).
                    10 WS-TIP-ESTADO     PIC X(02).
                    10 WS-TIP-VACACIONES PIC X(01).

       01 WS-ESTADOS.
              02 WS-CANT-ESTADO          PIC 9(02) VALUE ZEROS.
       01 WS-ARCH-TRABA               PIC X(40)
                                VALUE '../TRABA-PADRON.TXT'.

      *----------------------------------------------------------------*
      * Parametros del respaldo generacional del padron (CL19EJ14a)
      *----------------------------------------------------------------*
       01 RSP-PARAMETROS.
          05 RSP-PROGRAMA                  PIC X(10) VALUE 'CL19EJ07a'.
          05 RSP-OPERADOR                  PIC X(08) VALUE SPACES.
          05 RSP-SUCURSALES                PIC X(01) VALUE 'S'.
          05 RSP-MAESTRO                   PIC X(01) VALUE 'S'.
          05 RSP-EGRESADOS                 PIC X(01) VALUE 'N'.
          05 RSP-GENERACION                PIC X(17) VALUE SPACES.
          05 RSP-CANT-ARCHIVOS             PIC 9(03) VALUE ZEROS.
          05 RSP-RESULTADO                 PIC X(02) VALUE SPACES.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-CONT-ERRORES-SALDO > ZEROS
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
           PERFORM 1010-TOMAR-TRABA
              THRU 1010-TOMAR-TRABA-EXIT.

           PERFORM 1015-RESPALDAR-PADRON
              THRU 1015-RESPALDAR-PADRON-EXIT.

           OPEN I-O MAESTRO-EMP.

           IF FS-MAESTRO-NFD
              STOP RUN
           END-IF.

           PERFORM 1080-ABRIR-VACACIONES
              THRU 1080-ABRIR-VACACIONES-EXIT.

           OPEN OUTPUT SAL-REPORTE.

           IF FS-REPORTE-OK
       1010-TOMAR-TRABA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Grabar una generacion de respaldo del padron antes de
      * escribirlo, ya con la traba tomada
      *----------------------------------------------------------------*
       1015-RESPALDAR-PADRON.

           MOVE 'LICENCIA' TO RSP-OPERADOR.

           CALL 'CL19EJ14a' USING RSP-PARAMETROS.

           IF RSP-RESULTADO NOT = '00'
              DISPLAY 'NO SE PUDO RESPALDAR EL PADRON, EL PROCESO '
                      'NO ARRANCA'
              PERFORM 8010-LIBERAR-TRABA
                 THRU 8010-LIBERAR-TRABA-EXIT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1015-RESPALDAR-PADRON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Liberar la traba de ejecucion tomada al arrancar
      *----------------------------------------------------------------*
                      TO WS-TIP-DESC(WS-CANT-TIPO-LIC)
                    MOVE TIP-ESTADO
                      TO WS-TIP-ESTADO(WS-CANT-TIPO-LIC)
                    MOVE TIP-VACACIONES
                      TO WS-TIP-VACACIONES(WS-CANT-TIPO-LIC)
                 ELSE
                    DISPLAY 'TIPOS-LICENCIA.TXT TIENE MAS DE 20 '
                            'TIPOS, SE DESCARTAN LOS EXCEDENTES'
       1070-CARGAR-TIPOS-LICENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Abrir los saldos de vacaciones y el registro de las licencias
      * de vacaciones ya descontadas (si no existen se crean vacios:
      * sin saldo generado toda licencia de vacaciones se rechaza).
      * Si no se pueden abrir, las licencias de vacaciones nuevas se
      * rechazan y el resto del proceso sigue.
      *----------------------------------------------------------------*
       1080-ABRIR-VACACIONES.

           OPEN I-O SALDOS-VAC.

           IF FS-SALDOS-NFD
              OPEN OUTPUT SALDOS-VAC
              IF FS-SALDOS-OK
                 CLOSE SALDOS-VAC
                 OPEN I-O SALDOS-VAC
              END-IF
           END-IF.

           IF NOT FS-SALDOS-OK
              DISPLAY 'NO SE PUDO ABRIR SALDOS-VACACIONES.DAT, LAS '
                      'LICENCIAS DE VACACIONES SE RECHAZAN'
              DISPLAY 'FILE STATUS: ' FS-SALDOS
              GO TO 1080-ABRIR-VACACIONES-EXIT
           END-IF.

           OPEN I-O VAC-GOZADAS.

           IF FS-GOZADAS-NFD
              OPEN OUTPUT VAC-GOZADAS
              IF FS-GOZADAS-OK
                 CLOSE VAC-GOZADAS
                 OPEN I-O VAC-GOZADAS
              END-IF
           END-IF.

           IF NOT FS-GOZADAS-OK
              DISPLAY 'NO SE PUDO ABRIR VACACIONES-GOZADAS.DAT, LAS '
                      'LICENCIAS DE VACACIONES SE RECHAZAN'
              DISPLAY 'FILE STATUS: ' FS-GOZADAS
              CLOSE SALDOS-VAC
              GO TO 1080-ABRIR-VACACIONES-EXIT
           END-IF.

           SET SW-VACACIONES-ABIERTO-SI TO TRUE.

       1080-ABRIR-VACACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Escribir el encabezado del reporte de licencias
      *----------------------------------------------------------------*
      * Validar una licencia y aplicar lo que corresponda a la fecha
      * de proceso: poner el estado del tipo al estar vigente,
      * restablecer el estado activo al estar vencida, e informar
      * vigentes y reingresos proximos. Las vacaciones se descuentan
      * del saldo con la licencia vigente, antes de poner el estado,
      * o al vencer, despues de restablecerlo.
      *----------------------------------------------------------------*
       3000-PROCESAR-UNA-LICENCIA.

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           SET SW-EXCEDE-SALDO-NO TO TRUE.
           SET SW-ERROR-SALDO-NO TO TRUE.

           PERFORM 3100-VALIDAR-LICENCIA
              THRU 3100-VALIDAR-LICENCIA-EXIT.
                          THRU 3500-REGISTRAR-REINGRESO-EXIT
                    END-IF
                 END-IF
                 PERFORM 3050-CONTROLAR-VACACIONES
                    THRU 3050-CONTROLAR-VACACIONES-EXIT

              WHEN OTHER
                 PERFORM 3050-CONTROLAR-VACACIONES
                    THRU 3050-CONTROLAR-VACACIONES-EXIT
                 IF WS-MOTIVO-RECHAZO = SPACES
                    ADD 1 TO WS-CONT-VIGENTES
                    IF MAE-ESTADO NOT = WS-ESTADO-LICENCIA
                       MOVE WS-ESTADO-LICENCIA TO WS-ESTADO-NUEVO
                       PERFORM 5000-APLICAR-CAMBIO-ESTADO
                          THRU 5000-APLICAR-CAMBIO-ESTADO-EXIT
                       IF SW-CAMBIO-OK-SI
                          ADD 1 TO WS-CONT-APLICADOS
                       END-IF
                    END-IF
                    PERFORM 3400-REGISTRAR-VIGENTE
                       THRU 3400-REGISTRAR-VIGENTE-EXIT
                 END-IF

           END-EVALUATE.

       3000-PROCESAR-UNA-LICENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Descontar del saldo una licencia de vacaciones ya validada. Si
      * el saldo no alcanza o no se puede consultar, la licencia se
      * rechaza con su motivo; si falla la regrabacion de un saldo ya
      * registrado como gozado es un error del proceso: sale en el
      * reporte y la licencia sigue su curso.
      *----------------------------------------------------------------*
       3050-CONTROLAR-VACACIONES.

           IF SW-TIPO-VACACIONES-NO
              GO TO 3050-CONTROLAR-VACACIONES-EXIT
           END-IF.

           PERFORM 3200-DESCONTAR-VACACIONES
              THRU 3200-DESCONTAR-VACACIONES-EXIT.

           IF SW-ERROR-SALDO-SI
              ADD 1 TO WS-CONT-ERRORES-SALDO
              IF SW-REPORTE-ABIERTO-SI
                 MOVE SPACES TO REG-REPORTE
                 STRING 'ERROR SALDO LEGAJO: '  DELIMITED BY SIZE
                        LIC-LEGAJO              DELIMITED BY SIZE
                        ' DESDE: '              DELIMITED BY SIZE
                        LIC-DESDE               DELIMITED BY SIZE
                        ' MOTIVO: '             DELIMITED BY SIZE
                        WS-MOTIVO-RECHAZO       DELIMITED BY SIZE
                   INTO REG-REPORTE
                 WRITE REG-REPORTE
              END-IF
              MOVE SPACES TO WS-MOTIVO-RECHAZO
              GO TO 3050-CONTROLAR-VACACIONES-EXIT
           END-IF.

           IF WS-MOTIVO-RECHAZO NOT = SPACES
              ADD 1 TO WS-CONT-RECHAZADAS
              PERFORM 3900-REGISTRAR-RECHAZO
                 THRU 3900-REGISTRAR-RECHAZO-EXIT
              IF SW-EXCEDE-SALDO-SI
                 PERFORM 3290-INFORMAR-SALDO
                    THRU 3290-INFORMAR-SALDO-EXIT
              END-IF
           END-IF.

       3050-CONTROLAR-VACACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Validar la licencia contra la tabla de tipos y contra el
      * padron (maestro por clave de legajo); deja el motivo del
           END-IF.

           SET SW-TIPO-EN-TABLA-NO TO TRUE.
           SET SW-TIPO-VACACIONES-NO TO TRUE.
           PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
                   UNTIL WS-TIP-IDX > WS-CANT-TIPO-LIC
                      OR SW-TIPO-EN-TABLA-SI
                   TO WS-ESTADO-LICENCIA
                 MOVE WS-TIP-DESC(WS-TIP-IDX)
                   TO WS-DESC-LICENCIA
                 IF WS-TIP-VACACIONES(WS-TIP-IDX) = 'S'
                    SET SW-TIPO-VACACIONES-SI TO TRUE
                 END-IF
              END-IF
           END-PERFORM.


           IF NOT FS-MAESTRO-OK
              MOVE 'ERROR AL LEER EL MAESTRO' TO WS-MOTIVO-RECHAZO
              GO TO 3100-VALIDAR-LICENCIA-EXIT
           END-IF.

       3100-VALIDAR-LICENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Descontar una licencia de vacaciones del saldo del legajo: si
      * ya figura en VACACIONES-GOZADAS.DAT fue descontada en una
      * corrida anterior y no se vuelve a tocar; si empieza antes del
      * primer anio de derecho del legajo es anterior a la cuenta
      * corriente y tampoco se toca; si no, se cuentan sus dias
      * corridos, se suma el saldo de los anios de derecho que no
      * vencen antes de la fecha desde y, si alcanza, se registra
      * como gozada y se descuenta empezando por el anio mas antiguo
      *----------------------------------------------------------------*
       3200-DESCONTAR-VACACIONES.

           IF SW-VACACIONES-ABIERTO-NO
              MOVE 'SALDOS DE VACACIONES NO DISPONIBLES'
                TO WS-MOTIVO-RECHAZO
              GO TO 3200-DESCONTAR-VACACIONES-EXIT
           END-IF.

           MOVE LIC-LEGAJO TO VGO-LEGAJO.
           MOVE LIC-DESDE  TO VGO-DESDE.

           READ VAC-GOZADAS.

           IF FS-GOZADAS-OK
              GO TO 3200-DESCONTAR-VACACIONES-EXIT
           END-IF.

           IF NOT FS-GOZADAS-NO-HALLADO
              MOVE 'ERROR AL LEER VACACIONES GOZADAS'
                TO WS-MOTIVO-RECHAZO
              GO TO 3200-DESCONTAR-VACACIONES-EXIT
           END-IF.

           MOVE LIC-DESDE TO WS-FECHA-CALC.
           PERFORM 7000-CALCULAR-DIA-ABSOLUTO
              THRU 7000-CALCULAR-DIA-ABSOLUTO-EXIT.
           MOVE WS-DIA-ABSOLUTO TO WS-VAC-DESDE-ABS.

           MOVE LIC-HASTA TO WS-FECHA-CALC.
           PERFORM 7000-CALCULAR-DIA-ABSOLUTO
              THRU 7000-CALCULAR-DIA-ABSOLUTO-EXIT.

           COMPUTE WS-VAC-DIAS = WS-DIA-ABSOLUTO
                               - WS-VAC-DESDE-ABS + 1.

      *    Primera pasada: saldo disponible a la fecha desde.
           MOVE ZEROS TO WS-VAC-DISPONIBLE.

           PERFORM 3210-POSICIONAR-SALDOS
              THRU 3210-POSICIONAR-SALDOS-EXIT.

      *    El primer saldo leido es el del anio de derecho mas
      *    antiguo del legajo.
           IF SW-MAS-SALDOS-SI
              MOVE SVA-ANIO TO WS-VAC-INICIO-ANIO
              IF LIC-DESDE < WS-VAC-INICIO-FECHA
                 IF SW-REPORTE-ABIERTO-SI
                    MOVE SPACES TO REG-REPORTE
                    STRING 'VACACIONES  LEGAJO: '  DELIMITED BY SIZE
                           LIC-LEGAJO              DELIMITED BY SIZE
                           ' DESDE: '              DELIMITED BY SIZE
                           LIC-DESDE               DELIMITED BY SIZE
                           ' ANTERIOR AL PRIMER ANIO DE DERECHO, '
                                                   DELIMITED BY SIZE
                           'NO SE DESCUENTA'       DELIMITED BY SIZE
                      INTO REG-REPORTE
                    WRITE REG-REPORTE
                 END-IF
                 GO TO 3200-DESCONTAR-VACACIONES-EXIT
              END-IF
           END-IF.

           PERFORM UNTIL SW-MAS-SALDOS-NO
              IF SVA-FECHA-VENCE NOT < LIC-DESDE
                 AND SVA-DIAS-DERECHO > SVA-DIAS-GOZADOS
                 COMPUTE WS-VAC-DISPONIBLE = WS-VAC-DISPONIBLE
                         + SVA-DIAS-DERECHO - SVA-DIAS-GOZADOS
              END-IF
              PERFORM 3220-SIGUIENTE-SALDO
                 THRU 3220-SIGUIENTE-SALDO-EXIT
           END-PERFORM.

           IF WS-VAC-DIAS > WS-VAC-DISPONIBLE
              MOVE 'VACACIONES EXCEDEN EL SALDO DISPONIBLE'
                TO WS-MOTIVO-RECHAZO
              SET SW-EXCEDE-SALDO-SI TO TRUE
              GO TO 3200-DESCONTAR-VACACIONES-EXIT
           END-IF.

      *    La licencia se registra como gozada antes de tocar los
      *    saldos: si no se puede registrar se rechaza sin descontar,
      *    para que la proxima corrida no la descuente dos veces.
           MOVE LIC-LEGAJO       TO VGO-LEGAJO.
           MOVE LIC-DESDE        TO VGO-DESDE.
           MOVE LIC-HASTA        TO VGO-HASTA.
           MOVE LIC-TIPO         TO VGO-TIPO.
           MOVE WS-VAC-DIAS      TO VGO-DIAS.
           MOVE WS-FECHA-PROCESO TO VGO-FECHA-PROCESO.

           WRITE REG-VAC-GOZADA.

           IF NOT FS-GOZADAS-OK
              DISPLAY 'NO SE PUDO REGISTRAR LA LICENCIA DE VACACIONES '
                      'DEL LEGAJO ' LIC-LEGAJO ' DESDE ' LIC-DESDE
              DISPLAY 'FILE STATUS: ' FS-GOZADAS
              MOVE 'ERROR AL GRABAR VACACIONES GOZADAS'
                TO WS-MOTIVO-RECHAZO
              GO TO 3200-DESCONTAR-VACACIONES-EXIT
           END-IF.

      *    Segunda pasada: descontar del anio mas antiguo al mas
      *    nuevo hasta cubrir los dias de la licencia.
           MOVE WS-VAC-DIAS TO WS-VAC-PENDIENTE.

           PERFORM 3210-POSICIONAR-SALDOS
              THRU 3210-POSICIONAR-SALDOS-EXIT.

           PERFORM UNTIL SW-MAS-SALDOS-NO OR WS-VAC-PENDIENTE = ZEROS
                      OR SW-ERROR-SALDO-SI
              IF SVA-FECHA-VENCE NOT < LIC-DESDE
                 AND SVA-DIAS-DERECHO > SVA-DIAS-GOZADOS
                 SUBTRACT SVA-DIAS-GOZADOS FROM SVA-DIAS-DERECHO
                          GIVING WS-VAC-SALDO-ANIO
                 IF WS-VAC-SALDO-ANIO > WS-VAC-PENDIENTE
                    MOVE WS-VAC-PENDIENTE TO WS-VAC-SALDO-ANIO
                 END-IF
                 ADD WS-VAC-SALDO-ANIO TO SVA-DIAS-GOZADOS
                 SUBTRACT WS-VAC-SALDO-ANIO FROM WS-VAC-PENDIENTE
                 REWRITE REG-SALDO-VAC
                 IF NOT FS-SALDOS-OK
                    DISPLAY 'ERROR AL DESCONTAR VACACIONES DEL LEGAJO '
                            SVA-LEGAJO ' ANIO ' SVA-ANIO
                            ', FILE STATUS: ' FS-SALDOS
                    MOVE 'ERROR AL DESCONTAR SALDO DE VACACIONES'
                      TO WS-MOTIVO-RECHAZO
                    SET SW-ERROR-SALDO-SI TO TRUE
                 END-IF
              END-IF
              IF WS-VAC-PENDIENTE > ZEROS AND SW-ERROR-SALDO-NO
                 PERFORM 3220-SIGUIENTE-SALDO
                    THRU 3220-SIGUIENTE-SALDO-EXIT
              END-IF
           END-PERFORM.

      *    La licencia ya quedo registrada como gozada: el saldo que
      *    no se pudo regrabar se corrige a mano.
           IF SW-ERROR-SALDO-SI
              GO TO 3200-DESCONTAR-VACACIONES-EXIT
           END-IF.

           ADD 1 TO WS-CONT-VAC-DESCONTADAS.

           IF SW-REPORTE-ABIERTO-SI
              MOVE SPACES TO REG-REPORTE
              STRING 'VACACIONES  LEGAJO: '  DELIMITED BY SIZE
                     LIC-LEGAJO              DELIMITED BY SIZE
                     ' DESDE: '              DELIMITED BY SIZE
                     LIC-DESDE               DELIMITED BY SIZE
                     ' HASTA: '              DELIMITED BY SIZE
                     LIC-HASTA               DELIMITED BY SIZE
                     ' DIAS DESCONTADOS: '   DELIMITED BY SIZE
                     WS-VAC-DIAS             DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       3200-DESCONTAR-VACACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Posicionarse en el primer anio de saldo del legajo
      *----------------------------------------------------------------*
       3210-POSICIONAR-SALDOS.

           SET SW-MAS-SALDOS-NO TO TRUE.

           MOVE LIC-LEGAJO TO SVA-LEGAJO.
           MOVE ZEROS      TO SVA-ANIO.

           START SALDOS-VAC KEY IS NOT LESS THAN SVA-CLAVE.

           IF FS-SALDOS-OK
              PERFORM 3220-SIGUIENTE-SALDO
                 THRU 3220-SIGUIENTE-SALDO-EXIT
           END-IF.

       3210-POSICIONAR-SALDOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Leer el siguiente anio de saldo; al pasar a otro legajo o al
      * terminar el archivo no hay mas saldos del legajo
      *----------------------------------------------------------------*
       3220-SIGUIENTE-SALDO.

           READ SALDOS-VAC NEXT RECORD.

           IF FS-SALDOS-OK AND SVA-LEGAJO = LIC-LEGAJO
              SET SW-MAS-SALDOS-SI TO TRUE
           ELSE
              SET SW-MAS-SALDOS-NO TO TRUE
           END-IF.

       3220-SIGUIENTE-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Informar en el reporte los dias pedidos y el saldo disponible
      * de una licencia de vacaciones que se rechaza por exceso
      *----------------------------------------------------------------*
       3290-INFORMAR-SALDO.

           IF SW-REPORTE-ABIERTO-SI
              MOVE SPACES TO REG-REPORTE
              STRING '            LEGAJO: '  DELIMITED BY SIZE
                     LIC-LEGAJO              DELIMITED BY SIZE
                     ' DIAS PEDIDOS: '       DELIMITED BY SIZE
                     WS-VAC-DIAS             DELIMITED BY SIZE
                     ' SALDO DISPONIBLE: '   DELIMITED BY SIZE
                     WS-VAC-DISPONIBLE       DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       3290-INFORMAR-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Registrar en el reporte una licencia vigente a la fecha de
      * proceso, marcando los reingresos de los proximos dias
       5300-REGISTRAR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Numero de dia absoluto de WS-FECHA-CALC en WS-DIA-ABSOLUTO:
      * enero y febrero cuentan como meses 13 y 14 del anio anterior;
      * los cocientes se toman por separado para truncar cada uno
      *----------------------------------------------------------------*
       7000-CALCULAR-DIA-ABSOLUTO.

           MOVE WS-FECHA-CALC(1:4) TO WS-CALC-ANIO.
           MOVE WS-FECHA-CALC(5:2) TO WS-CALC-MES.
           MOVE WS-FECHA-CALC(7:2) TO WS-CALC-DIA.

           IF WS-CALC-MES < 3
              SUBTRACT 1 FROM WS-CALC-ANIO
              ADD 12 TO WS-CALC-MES
           END-IF.

           DIVIDE WS-CALC-ANIO BY 4   GIVING WS-CALC-Q4.
           DIVIDE WS-CALC-ANIO BY 100 GIVING WS-CALC-Q100.
           DIVIDE WS-CALC-ANIO BY 400 GIVING WS-CALC-Q400.

           COMPUTE WS-CALC-AUX = 153 * (WS-CALC-MES - 3) + 2.
           DIVIDE WS-CALC-AUX BY 5 GIVING WS-CALC-QMES.

           COMPUTE WS-DIA-ABSOLUTO = 365 * WS-CALC-ANIO
                                   + WS-CALC-Q4 - WS-CALC-Q100
                                   + WS-CALC-Q400 + WS-CALC-QMES
                                   + WS-CALC-DIA.

       7000-CALCULAR-DIA-ABSOLUTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Proceso de finalizacion: totales del proceso y cierre
      *----------------------------------------------------------------*

           CLOSE MAESTRO-EMP.

           IF SW-VACACIONES-ABIERTO-SI
              CLOSE SALDOS-VAC
              CLOSE VAC-GOZADAS
           END-IF.

           PERFORM 8010-LIBERAR-TRABA
              THRU 8010-LIBERAR-TRABA-EXIT.

                INTO REG-REPORTE
              WRITE REG-REPORTE

              MOVE SPACES TO REG-REPORTE
              STRING 'VACACIONES DESCONTADAS DEL SALDO: '
                                              DELIMITED BY SIZE
                     WS-CONT-VAC-DESCONTADAS  DELIMITED BY SIZE
                     '  ERRORES DE SALDO: '   DELIMITED BY SIZE
                     WS-CONT-ERRORES-SALDO    DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE

              CLOSE SAL-REPORTE
           END-IF.

           DISPLAY 'LICENCIAS RECHAZADAS: '  WS-CONT-RECHAZADAS.
           DISPLAY 'ESTADOS APLICADOS: '     WS-CONT-APLICADOS.
           DISPLAY 'ESTADOS RESTABLECIDOS: ' WS-CONT-RESTABLECIDOS.
           DISPLAY 'VACACIONES DESCONTADAS: ' WS-CONT-VAC-DESCONTADAS.
           IF WS-CONT-ERRORES-SALDO > ZEROS
              DISPLAY 'ERRORES AL DESCONTAR SALDOS: '
                      WS-CONT-ERRORES-SALDO
              DISPLAY 'CORREGIR SALDOS-VACACIONES.DAT SEGUN EL REPORTE'
           END-IF.
           DISPLAY 'VER DETALLE EN: REPORTE-LICENCIAS.TXT'.

       8000-FINALIZAR-EXIT.
