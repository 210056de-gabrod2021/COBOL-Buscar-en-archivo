      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cuenta corriente de vacaciones por legajo. Al cierre
      *          de cada anio genera en SALDOS-VACACIONES.DAT
      *          (indexado por legajo y anio) el derecho anual de cada
      *          empleado segun su antiguedad al 31/12, con los
      *          tramos de la ley de contrato de trabajo: 14 dias
      *          hasta 5 anios, 21 hasta 10, 28 hasta 20 y 35 de ahi
      *          en mas; quien no llega a seis meses de antiguedad
      *          tiene un dia cada veinte de trabajo. El proceso de
      *          licencias descuenta de estos saldos los dias
      *          corridos de cada licencia de vacaciones. Emite
      *          ademas el reporte de saldos por sucursal con los
      *          dias vencidos no gozados.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * - Version inicial: opcion G (generar el derecho de un anio a
      *   partir de la foto de diciembre PADRON-AAAA12.TXT o, si no
      *   existe, del maestro) y opcion R (reporte de saldos a la
      *   fecha de proceso de CONTROL-EJECUCION.TXT). El derecho de
      *   un anio vence el 31/05 del anio siguiente. La generacion
      *   toma la traba del padron y no pisa un saldo ya generado.
      * - La generacion toma la traba del padron antes de abrir la
      *   foto o el maestro, asi lee el padron sin otro proceso
      *   escribiendolo.
      * - La linea de saldo del reporte abrevia el vencimiento (VTO)
      *   para no perder el ultimo digito de la fecha; una linea que
      *   no entre en el reporte se avisa por consola.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ13a.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SALDOS-VAC
           ASSIGN TO '../SALDOS-VACACIONES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SVA-CLAVE
           FILE STATUS IS FS-SALDOS.

       SELECT ENT-PADRON
           ASSIGN DYNAMIC WS-NOMBRE-ARCH-PAD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PADRON.

       SELECT MAESTRO-EMP
           ASSIGN TO '../MAESTRO-EMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-LEGAJO
           ALTERNATE RECORD KEY IS MAE-APELLIDO WITH DUPLICATES
           ALTERNATE RECORD KEY IS MAE-ESTADO WITH DUPLICATES
           FILE STATUS IS FS-MAESTRO.

       SELECT ARCH-SUCURSALES
           ASSIGN TO '../SUCURSALES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCURSALES.

       SELECT ENT-EMPLEADO
           ASSIGN DYNAMIC WS-NOMBRE-ARCH-EMP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADO.

       SELECT ARCH-CONTROL-EJEC
           ASSIGN TO '../CONTROL-EJECUCION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-EJEC.

       SELECT SAL-REPORTE
           ASSIGN TO '../REPORTE-VACACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT ARCH-TRABA
           ASSIGN TO '../TRABA-PADRON.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABA.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

      *    Saldo de vacaciones de un legajo por anio de derecho: los
      *    dias que corresponden por antiguedad, los gozados que fue
      *    descontando el proceso de licencias y la fecha en que el
      *    remanente vence.
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

       FD ENT-PADRON.
       01 REG-PADRON.
          05 PAD-LEGAJO                    PIC 9(08).
          05 PAD-NOMBRE                    PIC X(25).
          05 PAD-APELLIDO                  PIC X(25).
          05 PAD-ESTADO                    PIC X(02).
          05 PAD-SECTOR                    PIC X(02).
          05 PAD-FECHA-INGRESO             PIC 9(08).
          05 PAD-CATEGORIA                 PIC X(02).
          05 PAD-SUCURSAL                  PIC X(02).

       FD MAESTRO-EMP.
       01 REG-MAESTRO.
          05 MAE-LEGAJO                    PIC 9(08).
          05 MAE-NOMBRE                    PIC X(25).
          05 MAE-APELLIDO                  PIC X(25).
          05 MAE-ESTADO                    PIC X(02).
          05 MAE-SECTOR                    PIC X(02).
          05 MAE-FECHA-INGRESO             PIC 9(08).
          05 MAE-CATEGORIA                 PIC X(02).
          05 MAE-SUCURSAL                  PIC X(02).

       FD ARCH-SUCURSALES.
       01 REG-SUCURSAL                     PIC X(02).

       FD ENT-EMPLEADO.
       01 REG-ENT-EMPLEADO.
          05 ENT-EMP-ID                    PIC 9(08).
          05 ENT-EMP-NOMBRE                PIC X(25).
          05 ENT-EMP-APELLIDO              PIC X(25).
          05 ENT-EMP-ESTADO                PIC X(02).
          05 ENT-EMP-SECTOR                PIC X(02).
          05 ENT-EMP-FECHA-INGRESO         PIC 9(08).
          05 ENT-EMP-CATEGORIA             PIC X(02).

       FD ARCH-CONTROL-EJEC.
       01 REG-CONTROL-EJEC                 PIC X(80).

       FD SAL-REPORTE.
       01 REG-REPORTE                      PIC X(100).

       FD ARCH-TRABA.
       01 REG-TRABA                        PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          02 FS-SALDOS                     PIC X(02) VALUE '00'.
             88 FS-SALDOS-OK                         VALUE '00'.
             88 FS-SALDOS-EOF                        VALUE '10'.
             88 FS-SALDOS-DUPLICADO                  VALUE '22'.
             88 FS-SALDOS-NO-HALLADO                 VALUE '23'.
             88 FS-SALDOS-NFD                        VALUE '35'.
          02 FS-PADRON                     PIC X(02) VALUE '00'.
             88 FS-PADRON-OK                         VALUE '00'.
             88 FS-PADRON-EOF                        VALUE '10'.
             88 FS-PADRON-NFD                        VALUE '35'.
          02 FS-MAESTRO                    PIC X(02) VALUE '00'.
             88 FS-MAESTRO-OK                        VALUE '00'.
             88 FS-MAESTRO-EOF                       VALUE '10'.
             88 FS-MAESTRO-NFD                       VALUE '35'.
          02 FS-SUCURSALES                 PIC X(02) VALUE '00'.
             88 FS-SUCURSALES-OK                     VALUE '00'.
             88 FS-SUCURSALES-EOF                    VALUE '10'.
          02 FS-EMPLEADO                   PIC X(02) VALUE '00'.
             88 FS-EMPLEADOS-OK                      VALUE '00'.
             88 FS-EMPLEADOS-EOF                     VALUE '10'.
             88 FS-EMPLEADOS-NFD                     VALUE '35'.
          02 FS-CONTROL-EJEC               PIC X(02) VALUE '00'.
             88 FS-CONTROL-EJEC-OK                   VALUE '00'.
          02 FS-REPORTE                    PIC X(02) VALUE '00'.
             88 FS-REPORTE-OK                        VALUE '00'.
          02 FS-TRABA                      PIC X(02) VALUE '00'.
             88 FS-TRABA-OK                          VALUE '00'.
             88 FS-TRABA-NFD                         VALUE '35'.

       01 WS-CONTADORES.
           02 WS-CONT-LEIDOS             PIC 9(05) VALUE ZEROS.
           02 WS-CONT-GENERADOS          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-YA-GENERADOS       PIC 9(05) VALUE ZEROS.
           02 WS-CONT-SIN-DERECHO        PIC 9(05) VALUE ZEROS.
           02 WS-CONT-ERRORES            PIC 9(05) VALUE ZEROS.
           02 WS-CONT-LEGAJOS            PIC 9(05) VALUE ZEROS.
           02 WS-CONT-VENCIDOS           PIC 9(05) VALUE ZEROS.

       01 WS-VARIABLES.
           02 WS-BUSCAR.
              05 SW-OPCION               PIC X(01) VALUE SPACE.
                 88 SW-OPCION-GENERAR             VALUE 'G' 'g'.
                 88 SW-OPCION-REPORTE             VALUE 'R' 'r'.
              05 SW-ORIGEN               PIC X(01) VALUE 'F'.
                 88 SW-ORIGEN-FOTO                VALUE 'F'.
                 88 SW-ORIGEN-MAESTRO             VALUE 'M'.
              05 SW-REPORTE-ABIERTO      PIC X(01) VALUE 'N'.
                 88 SW-REPORTE-ABIERTO-SI         VALUE 'S'.
                 88 SW-REPORTE-ABIERTO-NO         VALUE 'N'.
              05 SW-TRABA-TOMADA         PIC X(01) VALUE 'N'.
                 88 SW-TRABA-TOMADA-SI            VALUE 'S'.
                 88 SW-TRABA-TOMADA-NO            VALUE 'N'.
              05 SW-MAS-SALDOS           PIC X(01) VALUE 'N'.
                 88 SW-MAS-SALDOS-SI              VALUE 'S'.
                 88 SW-MAS-SALDOS-NO              VALUE 'N'.

           02 WS-ANIO-ENTRADA            PIC X(04) VALUE SPACES.
           02 WS-ANIO-DERECHO            PIC 9(04) VALUE ZEROS.
           02 WS-ANIO-TOPE               PIC 9(04) VALUE ZEROS.
           02 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
           02 WS-HORA-HOY                PIC 9(08) VALUE ZEROS.
           02 WS-CTL-PALABRA1            PIC X(20) VALUE SPACES.
           02 WS-CTL-PALABRA2            PIC X(20) VALUE SPACES.
           02 WS-ORIGEN-TEXTO            PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * Datos del empleado en proceso (de la foto o del maestro) y
      * limites de antiguedad de cada tramo: la antiguedad al 31/12
      * supera N anios cuando el ingreso es anterior al 31/12 del
      * anio de derecho menos N
      *----------------------------------------------------------------*
       01 WS-EMPLEADO.
           02 WS-EMP-LEGAJO              PIC 9(08) VALUE ZEROS.
           02 WS-EMP-APELLIDO            PIC X(25) VALUE SPACES.
           02 WS-EMP-SUCURSAL            PIC X(02) VALUE SPACES.
           02 WS-EMP-FECHA-INGRESO       PIC 9(08) VALUE ZEROS.
           02 WS-ANIO-INGRESO            PIC 9(04) VALUE ZEROS.
           02 WS-FECHA-FIN-ANIO          PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-MEDIO-ANIO        PIC 9(08) VALUE ZEROS.
           02 WS-LIMITE-05               PIC 9(08) VALUE ZEROS.
           02 WS-LIMITE-10               PIC 9(08) VALUE ZEROS.
           02 WS-LIMITE-20               PIC 9(08) VALUE ZEROS.
           02 WS-ANTIGUEDAD              PIC 9(02) VALUE ZEROS.
           02 WS-DIAS-DERECHO            PIC 9(03) VALUE ZEROS.
           02 WS-DIAS-TRABAJADOS         PIC 9(07) VALUE ZEROS.
           02 WS-DIA-DESDE               PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      * Numero de dia absoluto de una fecha AAAAMMDD (dias contados
      * desde una base fija), para restar fechas sin salirse del
      * calendario: marzo se toma como primer mes para que el 29 de
      * febrero quede al final del anio
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
      * Saldos del reporte: linea en proceso y acumulados por
      * sucursal y de la empresa
      *----------------------------------------------------------------*
       01 WS-SALDOS.
           02 WS-LIN-SALDO               PIC 9(03) VALUE ZEROS.
           02 WS-SUC-DERECHO             PIC 9(07) VALUE ZEROS.
           02 WS-SUC-GOZADOS             PIC 9(07) VALUE ZEROS.
           02 WS-SUC-DISPONIBLE          PIC 9(07) VALUE ZEROS.
           02 WS-SUC-VENCIDOS            PIC 9(07) VALUE ZEROS.
           02 WS-TOT-DERECHO             PIC 9(07) VALUE ZEROS.
           02 WS-TOT-GOZADOS             PIC 9(07) VALUE ZEROS.
           02 WS-TOT-DISPONIBLE          PIC 9(07) VALUE ZEROS.
           02 WS-TOT-VENCIDOS            PIC 9(07) VALUE ZEROS.

       01 WS-SUCURSALES.
              02 WS-CANT-SUCURSAL        PIC 9(02) VALUE ZEROS.
              02 WS-SUC-IDX              PIC 9(02) VALUE ZEROS.
              02 WS-TAB-SUC.
                 05 WS-SUC-COD OCCURS 1 TO 50 TIMES
                    DEPENDING ON WS-CANT-SUCURSAL
                    PIC X(02).

       01 WS-NOMBRE-ARCH-PAD          PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-ARCH-EMP          PIC X(40) VALUE SPACES.
       01 WS-ARCH-TRABA               PIC X(40)
                                VALUE '../TRABA-PADRON.TXT'.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           IF SW-OPCION-GENERAR
              PERFORM 2000-GENERAR-DERECHO
                 THRU 2000-GENERAR-DERECHO-EXIT
           ELSE
              PERFORM 5000-REPORTE-SALDOS
                 THRU 5000-REPORTE-SALDOS-EXIT
           END-IF.

           PERFORM 8000-FINALIZAR
              THRU 8000-FINALIZAR-EXIT.

           IF WS-CONT-ERRORES > ZEROS OR WS-CONT-VENCIDOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * Proceso de inicializacion: fecha de proceso, opcion de la
      * corrida y, para la generacion, el anio de derecho
      *----------------------------------------------------------------*
       1000-INICIAR.

           PERFORM 1090-LEER-FECHA-PROCESO
              THRU 1090-LEER-FECHA-PROCESO-EXIT.

           DISPLAY '--- CUENTA CORRIENTE DE VACACIONES ----------------'
           DISPLAY 'G - Generar el derecho anual al cierre del anio'
           DISPLAY 'R - Reporte de saldos por sucursal'
           DISPLAY 'Opcion: '
           ACCEPT SW-OPCION.

           IF NOT SW-OPCION-GENERAR AND NOT SW-OPCION-REPORTE
              DISPLAY 'OPCION INVALIDA: ' SW-OPCION
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF SW-OPCION-GENERAR
              PERFORM 1100-PEDIR-ANIO
                 THRU 1100-PEDIR-ANIO-EXIT
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pedir el anio de derecho a generar; en blanco se toma el anio
      * que cerro: el de la fecha de proceso si se corre en
      * diciembre, el anterior si se corre ya en el anio nuevo
      *----------------------------------------------------------------*
       1100-PEDIR-ANIO.

           MOVE WS-FECHA-PROCESO(1:4) TO WS-ANIO-TOPE.

           IF WS-FECHA-PROCESO(5:2) = '12'
              MOVE WS-ANIO-TOPE TO WS-ANIO-DERECHO
           ELSE
              SUBTRACT 1 FROM WS-ANIO-TOPE GIVING WS-ANIO-DERECHO
           END-IF.

           DISPLAY 'Anio de derecho (AAAA, en blanco ' WS-ANIO-DERECHO
                   '): '
           ACCEPT WS-ANIO-ENTRADA.

           IF WS-ANIO-ENTRADA NOT = SPACES
              IF WS-ANIO-ENTRADA IS NOT NUMERIC
                 DISPLAY 'ANIO INVALIDO: ' WS-ANIO-ENTRADA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-ANIO-ENTRADA TO WS-ANIO-DERECHO
           END-IF.

      *    No se genera el derecho de un anio que todavia no cerro.
           IF WS-ANIO-DERECHO > WS-ANIO-TOPE
              OR WS-ANIO-DERECHO < 1900
              DISPLAY 'ANIO FUERA DE RANGO: ' WS-ANIO-DERECHO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-PEDIR-ANIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tomar la traba de ejecucion del padron: la generacion graba
      * los saldos que el proceso de licencias descuenta bajo la
      * misma traba. Una traba huerfana se libera con CL19EJ10a.
      *----------------------------------------------------------------*
       1010-TOMAR-TRABA.

           OPEN INPUT ARCH-TRABA.

           IF FS-TRABA-OK
              READ ARCH-TRABA
              DISPLAY 'EL PADRON ESTA TRABADO POR OTRO PROCESO:'
              IF FS-TRABA-OK
                 DISPLAY REG-TRABA
              END-IF
              DISPLAY 'SI LA TRABA QUEDO HUERFANA, LIBERARLA CON '
                      'CL19EJ10a'
              CLOSE ARCH-TRABA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT FS-TRABA-NFD
              DISPLAY 'ERROR AL CONSULTAR TRABA-PADRON.TXT'
              DISPLAY 'FILE STATUS: ' FS-TRABA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY  FROM TIME.

           OPEN OUTPUT ARCH-TRABA.

           IF NOT FS-TRABA-OK
              DISPLAY 'NO SE PUDO TOMAR LA TRABA DEL PADRON'
              DISPLAY 'FILE STATUS: ' FS-TRABA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO REG-TRABA.
           STRING 'PROGRAMA CL19EJ13a OPERADOR VACACION FECHA '
                                   DELIMITED BY SIZE
                  WS-FECHA-HOY     DELIMITED BY SIZE
                  ' HORA '         DELIMITED BY SIZE
                  WS-HORA-HOY      DELIMITED BY SIZE
             INTO REG-TRABA.
           WRITE REG-TRABA.

           CLOSE ARCH-TRABA.

           SET SW-TRABA-TOMADA-SI TO TRUE.

       1010-TOMAR-TRABA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Liberar la traba de ejecucion tomada para la generacion
      *----------------------------------------------------------------*
       8010-LIBERAR-TRABA.

           IF SW-TRABA-TOMADA-SI
              CALL 'CBL_DELETE_FILE' USING WS-ARCH-TRABA
              MOVE 0 TO RETURN-CODE
              SET SW-TRABA-TOMADA-NO TO TRUE
           END-IF.

       8010-LIBERAR-TRABA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar la lista de sucursales desde el archivo de control
      * SUCURSALES.TXT, igual que la conciliacion
      *----------------------------------------------------------------*
       1050-CARGAR-SUCURSALES.

           OPEN INPUT ARCH-SUCURSALES.

           IF NOT FS-SUCURSALES-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'SUCURSALES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SUCURSALES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARCH-SUCURSALES.

           PERFORM UNTIL FS-SUCURSALES-EOF
              IF WS-CANT-SUCURSAL < 50
                 ADD 1 TO WS-CANT-SUCURSAL
                 MOVE REG-SUCURSAL TO WS-SUC-COD(WS-CANT-SUCURSAL)
              ELSE
                 DISPLAY 'SUCURSALES.TXT TIENE MAS DE 50 SUCURSALES, '
                         'SE DESCARTAN LAS EXCEDENTES'
              END-IF
              READ ARCH-SUCURSALES
           END-PERFORM.

           CLOSE ARCH-SUCURSALES.

           IF WS-CANT-SUCURSAL = ZEROS
              DISPLAY 'SUCURSALES.TXT NO TIENE SUCURSALES CARGADAS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1050-CARGAR-SUCURSALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tomar la fecha de proceso del control de ejecucion de la
      * consolidacion; si el control no existe o no la trae, se usa
      * la fecha del sistema
      *----------------------------------------------------------------*
       1090-LEER-FECHA-PROCESO.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-PROCESO.

           OPEN INPUT ARCH-CONTROL-EJEC.

           IF NOT FS-CONTROL-EJEC-OK
              DISPLAY 'SIN CONTROL-EJECUCION.TXT, SE PROCESA CON LA '
                      'FECHA DEL SISTEMA: ' WS-FECHA-PROCESO
              GO TO 1090-LEER-FECHA-PROCESO-EXIT
           END-IF.

           READ ARCH-CONTROL-EJEC.

           PERFORM UNTIL NOT FS-CONTROL-EJEC-OK
              MOVE SPACES TO WS-CTL-PALABRA1
              MOVE SPACES TO WS-CTL-PALABRA2
              UNSTRING REG-CONTROL-EJEC DELIMITED BY ALL SPACE
                  INTO WS-CTL-PALABRA1
                       WS-CTL-PALABRA2
              IF WS-CTL-PALABRA1 = 'FECHA-PROCESO'
                 AND WS-CTL-PALABRA2(1:8) IS NUMERIC
                 MOVE WS-CTL-PALABRA2(1:8) TO WS-FECHA-PROCESO
              END-IF
              READ ARCH-CONTROL-EJEC
           END-PERFORM.

           CLOSE ARCH-CONTROL-EJEC.

           DISPLAY 'FECHA DE PROCESO DE VACACIONES: ' WS-FECHA-PROCESO.

       1090-LEER-FECHA-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Abrir el reporte de la corrida
      *----------------------------------------------------------------*
       1200-ABRIR-REPORTE.

           OPEN OUTPUT SAL-REPORTE.

           IF FS-REPORTE-OK
              SET SW-REPORTE-ABIERTO-SI TO TRUE
           ELSE
              DISPLAY 'ERROR AL ABRIR REPORTE-VACACIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

       1200-ABRIR-REPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Generar el derecho anual: recorre los empleados del cierre de
      * diciembre del anio (la foto PADRON-AAAA12.TXT; sin foto, el
      * maestro) y graba un saldo por legajo. Un legajo que ya tiene
      * el saldo del anio se deja como esta, asi la generacion se
      * puede repetir sin perder los dias ya gozados.
      *----------------------------------------------------------------*
       2000-GENERAR-DERECHO.

           PERFORM 1010-TOMAR-TRABA
              THRU 1010-TOMAR-TRABA-EXIT.

           MOVE WS-ANIO-DERECHO TO WS-FECHA-FIN-ANIO(1:4).
           MOVE '1231'          TO WS-FECHA-FIN-ANIO(5:4).
           MOVE WS-ANIO-DERECHO TO WS-FECHA-MEDIO-ANIO(1:4).
           MOVE '0630'          TO WS-FECHA-MEDIO-ANIO(5:4).

           SUBTRACT 5 FROM WS-ANIO-DERECHO GIVING WS-ANIO-TOPE.
           MOVE WS-ANIO-TOPE TO WS-LIMITE-05(1:4).
           MOVE '1231'       TO WS-LIMITE-05(5:4).
           SUBTRACT 10 FROM WS-ANIO-DERECHO GIVING WS-ANIO-TOPE.
           MOVE WS-ANIO-TOPE TO WS-LIMITE-10(1:4).
           MOVE '1231'       TO WS-LIMITE-10(5:4).
           SUBTRACT 20 FROM WS-ANIO-DERECHO GIVING WS-ANIO-TOPE.
           MOVE WS-ANIO-TOPE TO WS-LIMITE-20(1:4).
           MOVE '1231'       TO WS-LIMITE-20(5:4).

           MOVE SPACES TO WS-NOMBRE-ARCH-PAD.
           STRING '../PADRON-'       DELIMITED BY SIZE
                  WS-ANIO-DERECHO    DELIMITED BY SIZE
                  '12.TXT'           DELIMITED BY SIZE
             INTO WS-NOMBRE-ARCH-PAD.

           OPEN INPUT ENT-PADRON.

           IF FS-PADRON-OK
              SET SW-ORIGEN-FOTO TO TRUE
              MOVE WS-NOMBRE-ARCH-PAD(4:) TO WS-ORIGEN-TEXTO
           ELSE
              IF NOT FS-PADRON-NFD
                 DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-ARCH-PAD
                 DISPLAY 'FILE STATUS: ' FS-PADRON
                 PERFORM 8010-LIBERAR-TRABA
                    THRU 8010-LIBERAR-TRABA-EXIT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET SW-ORIGEN-MAESTRO TO TRUE
              MOVE 'MAESTRO-EMPLEADOS.DAT' TO WS-ORIGEN-TEXTO
              DISPLAY 'NO EXISTE LA FOTO DEL CIERRE DE DICIEMBRE, SE '
                      'GENERA DESDE EL MAESTRO'
              OPEN INPUT MAESTRO-EMP
              IF NOT FS-MAESTRO-OK
                 DISPLAY 'ERROR AL ABRIR MAESTRO-EMPLEADOS.DAT'
                 DISPLAY 'FILE STATUS: ' FS-MAESTRO
                 PERFORM 8010-LIBERAR-TRABA
                    THRU 8010-LIBERAR-TRABA-EXIT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN I-O SALDOS-VAC.

           IF FS-SALDOS-NFD
              OPEN OUTPUT SALDOS-VAC
              IF FS-SALDOS-OK
                 CLOSE SALDOS-VAC
                 OPEN I-O SALDOS-VAC
              END-IF
           END-IF.

           IF NOT FS-SALDOS-OK
              DISPLAY 'ERROR AL ABRIR SALDOS-VACACIONES.DAT'
              DISPLAY 'FILE STATUS: ' FS-SALDOS
              PERFORM 8010-LIBERAR-TRABA
                 THRU 8010-LIBERAR-TRABA-EXIT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1200-ABRIR-REPORTE
              THRU 1200-ABRIR-REPORTE-EXIT.

           IF SW-REPORTE-ABIERTO-SI
              MOVE SPACES TO REG-REPORTE
              STRING 'DERECHO DE VACACIONES DEL ANIO: '
                                            DELIMITED BY SIZE
                     WS-ANIO-DERECHO        DELIMITED BY SIZE
                     ' ORIGEN: '            DELIMITED BY SIZE
                     WS-ORIGEN-TEXTO        DELIMITED BY SPACE
                INTO REG-REPORTE
              WRITE REG-REPORTE
              MOVE '--------------------------------------------' &
                   '--------'
                TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

           IF SW-ORIGEN-FOTO
              PERFORM 2100-RECORRER-FOTO
                 THRU 2100-RECORRER-FOTO-EXIT
              CLOSE ENT-PADRON
           ELSE
              PERFORM 2200-RECORRER-MAESTRO
                 THRU 2200-RECORRER-MAESTRO-EXIT
              CLOSE MAESTRO-EMP
           END-IF.

           CLOSE SALDOS-VAC.

           PERFORM 8010-LIBERAR-TRABA
              THRU 8010-LIBERAR-TRABA-EXIT.

           IF SW-REPORTE-ABIERTO-SI
              MOVE '--------------------------------------------' &
                   '--------'
                TO REG-REPORTE
              WRITE REG-REPORTE
              MOVE SPACES TO REG-REPORTE
              STRING 'LEIDOS: '             DELIMITED BY SIZE
                     WS-CONT-LEIDOS         DELIMITED BY SIZE
                     '  GENERADOS: '        DELIMITED BY SIZE
                     WS-CONT-GENERADOS      DELIMITED BY SIZE
                     '  YA GENERADOS: '     DELIMITED BY SIZE
                     WS-CONT-YA-GENERADOS   DELIMITED BY SIZE
                     '  SIN DERECHO: '      DELIMITED BY SIZE
                     WS-CONT-SIN-DERECHO    DELIMITED BY SIZE
                     '  ERRORES: '          DELIMITED BY SIZE
                     WS-CONT-ERRORES        DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

           DISPLAY 'EMPLEADOS LEIDOS: '      WS-CONT-LEIDOS.
           DISPLAY 'SALDOS GENERADOS: '      WS-CONT-GENERADOS.
           DISPLAY 'SALDOS YA GENERADOS: '   WS-CONT-YA-GENERADOS.
           DISPLAY 'SIN DERECHO EN EL ANIO: ' WS-CONT-SIN-DERECHO.
           DISPLAY 'ERRORES DE GRABACION: '  WS-CONT-ERRORES.

       2000-GENERAR-DERECHO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Recorrer la foto del cierre de diciembre
      *----------------------------------------------------------------*
       2100-RECORRER-FOTO.

           READ ENT-PADRON.

           PERFORM UNTIL NOT FS-PADRON-OK
              IF REG-PADRON NOT = SPACES
                 MOVE PAD-LEGAJO        TO WS-EMP-LEGAJO
                 MOVE PAD-APELLIDO      TO WS-EMP-APELLIDO
                 MOVE PAD-SUCURSAL      TO WS-EMP-SUCURSAL
                 MOVE PAD-FECHA-INGRESO TO WS-EMP-FECHA-INGRESO
                 PERFORM 3000-GENERAR-UN-SALDO
                    THRU 3000-GENERAR-UN-SALDO-EXIT
              END-IF
              READ ENT-PADRON
           END-PERFORM.

       2100-RECORRER-FOTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Recorrer el maestro completo por clave de legajo
      *----------------------------------------------------------------*
       2200-RECORRER-MAESTRO.

           MOVE ZEROS TO MAE-LEGAJO.

           START MAESTRO-EMP KEY IS NOT LESS THAN MAE-LEGAJO.

           IF NOT FS-MAESTRO-OK
              GO TO 2200-RECORRER-MAESTRO-EXIT
           END-IF.

           READ MAESTRO-EMP NEXT RECORD.

           PERFORM UNTIL NOT FS-MAESTRO-OK
              MOVE MAE-LEGAJO        TO WS-EMP-LEGAJO
              MOVE MAE-APELLIDO      TO WS-EMP-APELLIDO
              MOVE MAE-SUCURSAL      TO WS-EMP-SUCURSAL
              MOVE MAE-FECHA-INGRESO TO WS-EMP-FECHA-INGRESO
              PERFORM 3000-GENERAR-UN-SALDO
                 THRU 3000-GENERAR-UN-SALDO-EXIT
              READ MAESTRO-EMP NEXT RECORD
           END-PERFORM.

       2200-RECORRER-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Calcular y grabar el derecho de un empleado: quien ingreso
      * despues del 31/12 no tiene derecho en el anio; quien no
      * llega a seis meses de antiguedad tiene un dia cada veinte
      * dias corridos trabajados; el resto, el tramo de su
      * antiguedad al 31/12
      *----------------------------------------------------------------*
       3000-GENERAR-UN-SALDO.

           ADD 1 TO WS-CONT-LEIDOS.

           IF WS-EMP-FECHA-INGRESO IS NOT NUMERIC
              OR WS-EMP-FECHA-INGRESO = ZEROS
              OR WS-EMP-FECHA-INGRESO > WS-FECHA-FIN-ANIO
              ADD 1 TO WS-CONT-SIN-DERECHO
              GO TO 3000-GENERAR-UN-SALDO-EXIT
           END-IF.

           MOVE WS-EMP-FECHA-INGRESO(1:4) TO WS-ANIO-INGRESO.
           SUBTRACT WS-ANIO-INGRESO FROM WS-ANIO-DERECHO
                    GIVING WS-ANTIGUEDAD.

           EVALUATE TRUE
              WHEN WS-EMP-FECHA-INGRESO > WS-FECHA-MEDIO-ANIO
                 MOVE WS-EMP-FECHA-INGRESO TO WS-FECHA-CALC
                 PERFORM 7000-CALCULAR-DIA-ABSOLUTO
                    THRU 7000-CALCULAR-DIA-ABSOLUTO-EXIT
                 MOVE WS-DIA-ABSOLUTO TO WS-DIA-DESDE
                 MOVE WS-FECHA-FIN-ANIO TO WS-FECHA-CALC
                 PERFORM 7000-CALCULAR-DIA-ABSOLUTO
                    THRU 7000-CALCULAR-DIA-ABSOLUTO-EXIT
                 COMPUTE WS-DIAS-TRABAJADOS =
                         WS-DIA-ABSOLUTO - WS-DIA-DESDE + 1
                 DIVIDE WS-DIAS-TRABAJADOS BY 20
                        GIVING WS-DIAS-DERECHO
              WHEN WS-EMP-FECHA-INGRESO NOT < WS-LIMITE-05
                 MOVE 14 TO WS-DIAS-DERECHO
              WHEN WS-EMP-FECHA-INGRESO NOT < WS-LIMITE-10
                 MOVE 21 TO WS-DIAS-DERECHO
              WHEN WS-EMP-FECHA-INGRESO NOT < WS-LIMITE-20
                 MOVE 28 TO WS-DIAS-DERECHO
              WHEN OTHER
                 MOVE 35 TO WS-DIAS-DERECHO
           END-EVALUATE.

           IF WS-DIAS-DERECHO = ZEROS
              ADD 1 TO WS-CONT-SIN-DERECHO
              GO TO 3000-GENERAR-UN-SALDO-EXIT
           END-IF.

           MOVE WS-EMP-LEGAJO        TO SVA-LEGAJO.
           MOVE WS-ANIO-DERECHO      TO SVA-ANIO.
           MOVE WS-EMP-SUCURSAL      TO SVA-SUCURSAL.
           MOVE WS-EMP-FECHA-INGRESO TO SVA-FECHA-INGRESO.
           MOVE WS-ANTIGUEDAD        TO SVA-ANTIGUEDAD.
           MOVE WS-DIAS-DERECHO      TO SVA-DIAS-DERECHO.
           MOVE ZEROS                TO SVA-DIAS-GOZADOS.
           ADD 1 TO WS-ANIO-DERECHO GIVING WS-ANIO-TOPE.
           MOVE WS-ANIO-TOPE         TO SVA-FECHA-VENCE(1:4).
           MOVE '0531'               TO SVA-FECHA-VENCE(5:4).
           MOVE WS-FECHA-PROCESO     TO SVA-FECHA-GENERACION.

           WRITE REG-SALDO-VAC.

           EVALUATE TRUE
              WHEN FS-SALDOS-OK
                 ADD 1 TO WS-CONT-GENERADOS
                 PERFORM 3900-REGISTRAR-GENERADO
                    THRU 3900-REGISTRAR-GENERADO-EXIT
              WHEN FS-SALDOS-DUPLICADO
                 ADD 1 TO WS-CONT-YA-GENERADOS
              WHEN OTHER
                 ADD 1 TO WS-CONT-ERRORES
                 DISPLAY 'ERROR AL GRABAR EL SALDO DEL LEGAJO '
                         WS-EMP-LEGAJO ', FILE STATUS: ' FS-SALDOS
           END-EVALUATE.

       3000-GENERAR-UN-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Registrar en el reporte un saldo recien generado
      *----------------------------------------------------------------*
       3900-REGISTRAR-GENERADO.

           IF SW-REPORTE-ABIERTO-SI
              MOVE SPACES TO REG-REPORTE
              STRING 'LEGAJO: '              DELIMITED BY SIZE
                     SVA-LEGAJO              DELIMITED BY SIZE
                     ' '                     DELIMITED BY SIZE
                     WS-EMP-APELLIDO         DELIMITED BY SIZE
                     ' SUC: '                DELIMITED BY SIZE
                     SVA-SUCURSAL            DELIMITED BY SIZE
                     ' INGRESO: '            DELIMITED BY SIZE
                     SVA-FECHA-INGRESO       DELIMITED BY SIZE
                     ' ANTIG: '              DELIMITED BY SIZE
                     SVA-ANTIGUEDAD          DELIMITED BY SIZE
                     ' DIAS: '               DELIMITED BY SIZE
                     SVA-DIAS-DERECHO        DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       3900-REGISTRAR-GENERADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reporte de saldos por sucursal a la fecha de proceso: por
      * cada empleado del archivo de su sucursal, los anios con
      * saldo generado, los dias gozados, el disponible y los dias
      * vencidos no gozados
      *----------------------------------------------------------------*
       5000-REPORTE-SALDOS.

           PERFORM 1050-CARGAR-SUCURSALES
              THRU 1050-CARGAR-SUCURSALES-EXIT.

           OPEN INPUT SALDOS-VAC.

           IF FS-SALDOS-NFD
              DISPLAY 'NO HAY SALDOS DE VACACIONES GENERADOS: '
                      'SALDOS-VACACIONES.DAT'
              DISPLAY 'GENERAR EL DERECHO ANUAL CON LA OPCION G'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT FS-SALDOS-OK
              DISPLAY 'ERROR AL ABRIR SALDOS-VACACIONES.DAT'
              DISPLAY 'FILE STATUS: ' FS-SALDOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1200-ABRIR-REPORTE
              THRU 1200-ABRIR-REPORTE-EXIT.

           IF SW-REPORTE-ABIERTO-NO
              CLOSE SALDOS-VAC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO REG-REPORTE.
           STRING 'SALDOS DE VACACIONES A LA FECHA DE PROCESO: '
                                         DELIMITED BY SIZE
                  WS-FECHA-PROCESO       DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-CANT-SUCURSAL

              MOVE SPACES TO WS-NOMBRE-ARCH-EMP
              STRING '../EMPLEADOS-'        DELIMITED BY SIZE
                     WS-SUC-COD(WS-SUC-IDX) DELIMITED BY SIZE
                     '.TXT'                 DELIMITED BY SIZE
                INTO WS-NOMBRE-ARCH-EMP

              PERFORM 5100-REPORTE-SUCURSAL
                 THRU 5100-REPORTE-SUCURSAL-EXIT

           END-PERFORM.

           CLOSE SALDOS-VAC.

           MOVE '--------------------------------------------' &
                '--------'
             TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'TOTAL EMPRESA - DERECHO: '  DELIMITED BY SIZE
                  WS-TOT-DERECHO               DELIMITED BY SIZE
                  ' GOZADOS: '                 DELIMITED BY SIZE
                  WS-TOT-GOZADOS               DELIMITED BY SIZE
                  ' DISPONIBLES: '             DELIMITED BY SIZE
                  WS-TOT-DISPONIBLE            DELIMITED BY SIZE
                  ' VENCIDOS NO GOZADOS: '     DELIMITED BY SIZE
                  WS-TOT-VENCIDOS              DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           DISPLAY 'LEGAJOS INFORMADOS: '       WS-CONT-LEGAJOS.
           DISPLAY 'DIAS DISPONIBLES: '         WS-TOT-DISPONIBLE.
           DISPLAY 'DIAS VENCIDOS NO GOZADOS: ' WS-TOT-VENCIDOS.
           DISPLAY 'VER DETALLE EN: REPORTE-VACACIONES.TXT'.

       5000-REPORTE-SALDOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Informar los saldos de los empleados de una sucursal, con el
      * corte de totales de la sucursal; una sucursal sin archivo se
      * informa y se sigue con las demas
      *----------------------------------------------------------------*
       5100-REPORTE-SUCURSAL.

           MOVE ZEROS TO WS-SUC-DERECHO.
           MOVE ZEROS TO WS-SUC-GOZADOS.
           MOVE ZEROS TO WS-SUC-DISPONIBLE.
           MOVE ZEROS TO WS-SUC-VENCIDOS.

           MOVE '--------------------------------------------' &
                '--------'
             TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'SUCURSAL: '              DELIMITED BY SIZE
                  WS-SUC-COD(WS-SUC-IDX)    DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           OPEN INPUT ENT-EMPLEADO.

           IF NOT FS-EMPLEADOS-OK
              MOVE SPACES TO REG-REPORTE
              STRING '   NO SE PUDO ABRIR '    DELIMITED BY SIZE
                     WS-NOMBRE-ARCH-EMP        DELIMITED BY SPACE
                     ' FILE STATUS: '          DELIMITED BY SIZE
                     FS-EMPLEADO               DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
              GO TO 5100-REPORTE-SUCURSAL-EXIT
           END-IF.

           READ ENT-EMPLEADO.

           PERFORM UNTIL NOT FS-EMPLEADOS-OK
              IF REG-ENT-EMPLEADO NOT = SPACES
                 PERFORM 5200-REPORTE-LEGAJO
                    THRU 5200-REPORTE-LEGAJO-EXIT
              END-IF
              READ ENT-EMPLEADO
           END-PERFORM.

           CLOSE ENT-EMPLEADO.

           MOVE SPACES TO REG-REPORTE.
           STRING '   TOTAL SUCURSAL - DERECHO: ' DELIMITED BY SIZE
                  WS-SUC-DERECHO                  DELIMITED BY SIZE
                  ' GOZADOS: '                    DELIMITED BY SIZE
                  WS-SUC-GOZADOS                  DELIMITED BY SIZE
                  ' DISPONIBLES: '                DELIMITED BY SIZE
                  WS-SUC-DISPONIBLE               DELIMITED BY SIZE
                  ' VENCIDOS: '                   DELIMITED BY SIZE
                  WS-SUC-VENCIDOS                 DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           ADD WS-SUC-DERECHO    TO WS-TOT-DERECHO.
           ADD WS-SUC-GOZADOS    TO WS-TOT-GOZADOS.
           ADD WS-SUC-DISPONIBLE TO WS-TOT-DISPONIBLE.
           ADD WS-SUC-VENCIDOS   TO WS-TOT-VENCIDOS.

       5100-REPORTE-SUCURSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Informar los anios de saldo de un legajo: se posiciona en la
      * primera clave del legajo y se leen sus anios en orden; el
      * remanente de un anio cuyo vencimiento ya paso es un vencido
      * no gozado
      *----------------------------------------------------------------*
       5200-REPORTE-LEGAJO.

           MOVE ENT-EMP-ID TO SVA-LEGAJO.
           MOVE ZEROS      TO SVA-ANIO.

           START SALDOS-VAC KEY IS NOT LESS THAN SVA-CLAVE.

           IF NOT FS-SALDOS-OK
              GO TO 5200-REPORTE-LEGAJO-EXIT
           END-IF.

           READ SALDOS-VAC NEXT RECORD.

           IF FS-SALDOS-OK AND SVA-LEGAJO = ENT-EMP-ID
              SET SW-MAS-SALDOS-SI TO TRUE
              ADD 1 TO WS-CONT-LEGAJOS
           ELSE
              SET SW-MAS-SALDOS-NO TO TRUE
           END-IF.

           PERFORM UNTIL SW-MAS-SALDOS-NO

              IF SVA-DIAS-GOZADOS > SVA-DIAS-DERECHO
                 MOVE ZEROS TO WS-LIN-SALDO
              ELSE
                 SUBTRACT SVA-DIAS-GOZADOS FROM SVA-DIAS-DERECHO
                          GIVING WS-LIN-SALDO
              END-IF

              ADD SVA-DIAS-DERECHO TO WS-SUC-DERECHO
              ADD SVA-DIAS-GOZADOS TO WS-SUC-GOZADOS

              MOVE SPACES TO REG-REPORTE
              IF SVA-FECHA-VENCE < WS-FECHA-PROCESO
                 AND WS-LIN-SALDO > ZEROS
                 ADD 1 TO WS-CONT-VENCIDOS
                 ADD WS-LIN-SALDO TO WS-SUC-VENCIDOS
                 STRING '   LEGAJO: '          DELIMITED BY SIZE
                        SVA-LEGAJO             DELIMITED BY SIZE
                        ' '                    DELIMITED BY SIZE
                        ENT-EMP-APELLIDO       DELIMITED BY SIZE
                        ' ANIO: '              DELIMITED BY SIZE
                        SVA-ANIO               DELIMITED BY SIZE
                        ' DER: '               DELIMITED BY SIZE
                        SVA-DIAS-DERECHO       DELIMITED BY SIZE
                        ' GOZ: '               DELIMITED BY SIZE
                        SVA-DIAS-GOZADOS       DELIMITED BY SIZE
                        ' VENCIDOS NO GOZADOS: ' DELIMITED BY SIZE
                        WS-LIN-SALDO           DELIMITED BY SIZE
                   INTO REG-REPORTE
                   ON OVERFLOW
                      DISPLAY 'LINEA DE REPORTE TRUNCADA, LEGAJO: '
                              SVA-LEGAJO ' ANIO: ' SVA-ANIO
                 END-STRING
              ELSE
                 ADD WS-LIN-SALDO TO WS-SUC-DISPONIBLE
                 STRING '   LEGAJO: '          DELIMITED BY SIZE
                        SVA-LEGAJO             DELIMITED BY SIZE
                        ' '                    DELIMITED BY SIZE
                        ENT-EMP-APELLIDO       DELIMITED BY SIZE
                        ' ANIO: '              DELIMITED BY SIZE
                        SVA-ANIO               DELIMITED BY SIZE
                        ' DER: '               DELIMITED BY SIZE
                        SVA-DIAS-DERECHO       DELIMITED BY SIZE
                        ' GOZ: '               DELIMITED BY SIZE
                        SVA-DIAS-GOZADOS       DELIMITED BY SIZE
                        ' SALDO: '             DELIMITED BY SIZE
                        WS-LIN-SALDO           DELIMITED BY SIZE
                        ' VTO: '               DELIMITED BY SIZE
                        SVA-FECHA-VENCE        DELIMITED BY SIZE
                   INTO REG-REPORTE
                   ON OVERFLOW
                      DISPLAY 'LINEA DE REPORTE TRUNCADA, LEGAJO: '
                              SVA-LEGAJO ' ANIO: ' SVA-ANIO
                 END-STRING
              END-IF
              WRITE REG-REPORTE

              READ SALDOS-VAC NEXT RECORD
              IF NOT FS-SALDOS-OK OR SVA-LEGAJO NOT = ENT-EMP-ID
                 SET SW-MAS-SALDOS-NO TO TRUE
              END-IF

           END-PERFORM.

       5200-REPORTE-LEGAJO-EXIT.
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
      * Proceso de finalizacion: cierre del reporte
      *----------------------------------------------------------------*
       8000-FINALIZAR.

           IF SW-REPORTE-ABIERTO-SI
              CLOSE SAL-REPORTE
           END-IF.

       8000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       END PROGRAM CL19EJ13a.
