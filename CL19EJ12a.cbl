
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cruce del presupuesto de dotacion aprobado por la
      *          gerencia (PRESUPUESTO-DOTACION.TXT: sucursal, sector,
      *          categoria, cantidad autorizada y vigencia desde/
      *          hasta) contra los empleados activos, del maestro
      *          indexado o de una foto mensual PADRON-AAAAMM.TXT de
      *          un mes cerrado. Informa por sucursal y sector las
      *          vacantes y los excedentes de cada categoria,
      *          valorizados con el basico de CATEGORIAS.TXT como el
      *          reporte de costo de dotacion del programa de
      *          consultas.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * - Version inicial: reporte REPORTE-PRESUPUESTO.TXT con cortes
      *   por sucursal y sector y total de la empresa; el periodo de
      *   la foto se pide por consola (en blanco se cruza contra el
      *   maestro a la fecha de proceso de CONTROL-EJECUCION.TXT).
      *   Los activos de combinaciones sin presupuesto vigente salen
      *   como excedentes; la corrida termina con aviso si hay
      *   excedentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ12a.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARCH-PRESUPUESTO
           ASSIGN TO '../PRESUPUESTO-DOTACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRESUPUESTO.

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

       SELECT ARCH-SECTORES
           ASSIGN TO '../SECTORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SECTORES.

       SELECT ARCH-CATEGORIAS
           ASSIGN TO '../CATEGORIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATEGORIAS.

       SELECT ARCH-CONTROL-EJEC
           ASSIGN TO '../CONTROL-EJECUCION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-EJEC.

       SELECT SAL-REPORTE
           ASSIGN TO '../REPORTE-PRESUPUESTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

      *    Linea del presupuesto: una por sucursal, sector y categoria
      *    con la cantidad autorizada y su vigencia; la fecha hasta en
      *    ceros es una autorizacion sin vencimiento.
       FD ARCH-PRESUPUESTO.
       01 REG-PRESUPUESTO.
          05 PRE-SUCURSAL                  PIC X(02).
          05 FILLER                        PIC X(01).
          05 PRE-SECTOR                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 PRE-CATEGORIA                 PIC X(02).
          05 FILLER                        PIC X(01).
          05 PRE-CANTIDAD                  PIC 9(05).
          05 FILLER                        PIC X(01).
          05 PRE-VIGENCIA-DESDE            PIC 9(08).
          05 FILLER                        PIC X(01).
          05 PRE-VIGENCIA-HASTA            PIC 9(08).

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

       FD ARCH-SECTORES.
       01 REG-SECTOR.
          05 SEC-CODIGO                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 SEC-DESCRIPCION               PIC X(20).

       FD ARCH-CATEGORIAS.
       01 REG-CATEGORIA.
          05 CAT-CODIGO                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 CAT-DESCRIPCION               PIC X(20).
          05 FILLER                        PIC X(01).
          05 CAT-BASICO                    PIC 9(07)V9(02).

       FD ARCH-CONTROL-EJEC.
       01 REG-CONTROL-EJEC                 PIC X(80).

       FD SAL-REPORTE.
       01 REG-REPORTE                      PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          02 FS-PRESUPUESTO                PIC X(02) VALUE '00'.
             88 FS-PRESUPUESTO-OK                    VALUE '00'.
             88 FS-PRESUPUESTO-EOF                   VALUE '10'.
             88 FS-PRESUPUESTO-NFD                   VALUE '35'.
          02 FS-PADRON                     PIC X(02) VALUE '00'.
             88 FS-PADRON-OK                         VALUE '00'.
             88 FS-PADRON-EOF                        VALUE '10'.
             88 FS-PADRON-NFD                        VALUE '35'.
          02 FS-MAESTRO                    PIC X(02) VALUE '00'.
             88 FS-MAESTRO-OK                        VALUE '00'.
             88 FS-MAESTRO-NFD                       VALUE '35'.
          02 FS-SECTORES                   PIC X(02) VALUE '00'.
             88 FS-SECTORES-OK                       VALUE '00'.
             88 FS-SECTORES-EOF                      VALUE '10'.
          02 FS-CATEGORIAS                 PIC X(02) VALUE '00'.
             88 FS-CATEGORIAS-OK                     VALUE '00'.
             88 FS-CATEGORIAS-EOF                    VALUE '10'.
          02 FS-CONTROL-EJEC               PIC X(02) VALUE '00'.
             88 FS-CONTROL-EJEC-OK                   VALUE '00'.
          02 FS-REPORTE                    PIC X(02) VALUE '00'.
             88 FS-REPORTE-OK                        VALUE '00'.

       01 WS-CONTADORES.
           02 WS-CONT-PRE-LEIDAS         PIC 9(05) VALUE ZEROS.
           02 WS-CONT-PRE-VIGENTES       PIC 9(05) VALUE ZEROS.
           02 WS-CONT-PRE-INVALIDAS      PIC 9(05) VALUE ZEROS.
           02 WS-CONT-PRE-DUPLICADAS     PIC 9(05) VALUE ZEROS.
           02 WS-CONT-ACTIVOS            PIC 9(05) VALUE ZEROS.
           02 WS-CONT-SIN-LUGAR          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-SIN-CAT            PIC 9(05) VALUE ZEROS.

       01 WS-VARIABLES.
           02 WS-BUSCAR.
              05 SW-ORIGEN               PIC X(01) VALUE 'M'.
                 88 SW-ORIGEN-MAESTRO             VALUE 'M'.
                 88 SW-ORIGEN-FOTO                VALUE 'F'.
              05 SW-COD-EN-TABLA         PIC X(01) VALUE 'N'.
                 88 SW-COD-EN-TABLA-SI            VALUE 'S'.
                 88 SW-COD-EN-TABLA-NO            VALUE 'N'.
              05 SW-ORDENADO             PIC X(01) VALUE 'N'.
                 88 SW-ORDENADO-SI                VALUE 'S'.
                 88 SW-ORDENADO-NO                VALUE 'N'.

           02 WS-PERIODO-ENTRADA         PIC X(06) VALUE SPACES.
           02 WS-PERIODO                 PIC 9(06) VALUE ZEROS.
           02 WS-ANIO                    PIC 9(04) VALUE ZEROS.
           02 WS-MES                     PIC 9(02) VALUE ZEROS.
           02 WS-COCIENTE                PIC 9(04) VALUE ZEROS.
           02 WS-RESTO                   PIC 9(02) VALUE ZEROS.
           02 WS-FECHA-REFERENCIA        PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
           02 WS-CTL-PALABRA1            PIC X(20) VALUE SPACES.
           02 WS-CTL-PALABRA2            PIC X(20) VALUE SPACES.
           02 WS-ORIGEN-TEXTO            PIC X(40) VALUE SPACES.
           02 WS-COD-BUSCADO             PIC X(02) VALUE SPACES.
           02 WS-DESC-SECTOR             PIC X(20) VALUE SPACES.
           02 WS-BASICO-CATEGORIA        PIC 9(07)V9(02) VALUE ZEROS.
           02 WS-ACT-SUCURSAL            PIC X(02) VALUE SPACES.
           02 WS-ACT-SECTOR              PIC X(02) VALUE SPACES.
           02 WS-ACT-CATEGORIA           PIC X(02) VALUE SPACES.
           02 WS-SUC-ANT                 PIC X(02) VALUE SPACES.
           02 WS-SECT-ANT                PIC X(02) VALUE SPACES.
           02 WS-II                      PIC 9(03) VALUE ZEROS.
           02 WS-J                       PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------*
      * Importes de la linea en proceso y acumulados de los cortes:
      * las vacantes y los excedentes se valorizan con el basico de
      * la categoria, igual que el costo de dotacion
      *----------------------------------------------------------------*
       01 WS-IMPORTES.
           02 WS-LIN-VACANTES            PIC 9(05) VALUE ZEROS.
           02 WS-LIN-EXCEDENTES          PIC 9(05) VALUE ZEROS.
           02 WS-LIN-VALOR               PIC 9(11)V9(02) VALUE ZEROS.
           02 WS-SECT-VACANTES           PIC 9(05) VALUE ZEROS.
           02 WS-SECT-EXCEDENTES         PIC 9(05) VALUE ZEROS.
           02 WS-SECT-VALOR-VAC          PIC 9(11)V9(02) VALUE ZEROS.
           02 WS-SECT-VALOR-EXC          PIC 9(11)V9(02) VALUE ZEROS.
           02 WS-SUC-VACANTES            PIC 9(05) VALUE ZEROS.
           02 WS-SUC-EXCEDENTES          PIC 9(05) VALUE ZEROS.
           02 WS-SUC-VALOR-VAC           PIC 9(11)V9(02) VALUE ZEROS.
           02 WS-SUC-VALOR-EXC           PIC 9(11)V9(02) VALUE ZEROS.
           02 WS-TOT-AUTORIZADOS         PIC 9(05) VALUE ZEROS.
           02 WS-TOT-ACTIVOS             PIC 9(05) VALUE ZEROS.
           02 WS-TOT-VACANTES            PIC 9(05) VALUE ZEROS.
           02 WS-TOT-EXCEDENTES          PIC 9(05) VALUE ZEROS.
           02 WS-TOT-VALOR-VAC           PIC 9(11)V9(02) VALUE ZEROS.
           02 WS-TOT-VALOR-EXC           PIC 9(11)V9(02) VALUE ZEROS.
           02 WS-IMPORTE-ED              PIC 9(11),9(02) VALUE ZEROS.
           02 WS-IMPORTE-ED2             PIC 9(11),9(02) VALUE ZEROS.

       01 WS-SECTORES.
              02 WS-CANT-SECTOR          PIC 9(02) VALUE ZEROS.
              02 WS-SEC-IDX              PIC 9(02) VALUE ZEROS.
              02 WS-TAB-SECT.
                 05 WS-SECT-ENT OCCURS 1 TO 20 TIMES
                    DEPENDING ON WS-CANT-SECTOR.
                    10 WS-SECT-COD       PIC X(02).
                    10 WS-SECT-DESC      PIC X(20).

       01 WS-CATEGORIAS.
              02 WS-CANT-CATEGORIA       PIC 9(02) VALUE ZEROS.
              02 WS-CAT-IDX              PIC 9(02) VALUE ZEROS.
              02 WS-TAB-CAT.
                 05 WS-CAT-ENT OCCURS 1 TO 30 TIMES
                    DEPENDING ON WS-CANT-CATEGORIA.
                    10 WS-CAT-COD        PIC X(02).
                    10 WS-CAT-DESC       PIC X(20).
                    10 WS-CAT-BASICO     PIC 9(07)V9(02).

      *----------------------------------------------------------------*
      * Tabla del cruce: una entrada por sucursal, sector y categoria
      * con la cantidad autorizada vigente y los activos contados; los
      * activos de una combinacion sin presupuesto agregan su entrada
      * con cero autorizados
      *----------------------------------------------------------------*
       01 WS-DOTACION.
           02 WS-CANT-DOT                PIC 9(03) VALUE ZEROS.
           02 WS-DOT-IDX                 PIC 9(03) VALUE ZEROS.
           02 WS-DOT-AUX                 PIC X(16) VALUE SPACES.
           02 WS-TAB-DOT.
              05 WS-DOT-ENT OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-CANT-DOT.
                 10 WS-DOT-CLAVE.
                    15 WS-DOT-SUC        PIC X(02).
                    15 WS-DOT-SECT       PIC X(02).
                    15 WS-DOT-CAT        PIC X(02).
                 10 WS-DOT-AUTORIZADO    PIC 9(05).
                 10 WS-DOT-ACTIVOS       PIC 9(05).

       01 WS-NOMBRE-ARCH-PAD          PIC X(40) VALUE SPACES.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-CARGAR-PRESUPUESTO
              THRU 2000-CARGAR-PRESUPUESTO-EXIT.

           IF SW-ORIGEN-FOTO
              PERFORM 3100-CONTAR-FOTO
                 THRU 3100-CONTAR-FOTO-EXIT
           ELSE
              PERFORM 3200-CONTAR-MAESTRO
                 THRU 3200-CONTAR-MAESTRO-EXIT
           END-IF.

           PERFORM 4000-ORDENAR-TABLA
              THRU 4000-ORDENAR-TABLA-EXIT.

           PERFORM 5000-GRABAR-CRUCE
              THRU 5000-GRABAR-CRUCE-EXIT.

           PERFORM 8000-FINALIZAR
              THRU 8000-FINALIZAR-EXIT.

           IF WS-TOT-EXCEDENTES > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * Proceso de inicializacion: pedir el periodo de la foto (en
      * blanco se cruza contra el maestro), resolver la fecha contra
      * la que se evalua la vigencia del presupuesto, cargar las
      * tablas de referencia y abrir el reporte
      *----------------------------------------------------------------*
       1000-INICIAR.

           DISPLAY '--- PRESUPUESTO DE DOTACION ----------------------'
           DISPLAY 'Periodo de la foto (AAAAMM, en blanco el maestro): '
           ACCEPT WS-PERIODO-ENTRADA.

           IF WS-PERIODO-ENTRADA = SPACES
              SET SW-ORIGEN-MAESTRO TO TRUE
              PERFORM 1090-LEER-FECHA-PROCESO
                 THRU 1090-LEER-FECHA-PROCESO-EXIT
              MOVE 'MAESTRO-EMPLEADOS.DAT' TO WS-ORIGEN-TEXTO
           ELSE
              IF WS-PERIODO-ENTRADA IS NOT NUMERIC
                 OR WS-PERIODO-ENTRADA(5:2) < '01'
                 OR WS-PERIODO-ENTRADA(5:2) > '12'
                 DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO-ENTRADA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET SW-ORIGEN-FOTO TO TRUE
              MOVE WS-PERIODO-ENTRADA TO WS-PERIODO
              PERFORM 1095-FIN-DE-MES
                 THRU 1095-FIN-DE-MES-EXIT
              MOVE SPACES TO WS-NOMBRE-ARCH-PAD
              STRING '../PADRON-'    DELIMITED BY SIZE
                     WS-PERIODO      DELIMITED BY SIZE
                     '.TXT'          DELIMITED BY SIZE
                INTO WS-NOMBRE-ARCH-PAD
              MOVE WS-NOMBRE-ARCH-PAD(4:) TO WS-ORIGEN-TEXTO
           END-IF.

           PERFORM 1065-CARGAR-SECTORES
              THRU 1065-CARGAR-SECTORES-EXIT.

           PERFORM 1066-CARGAR-CATEGORIAS
              THRU 1066-CARGAR-CATEGORIAS-EXIT.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR REPORTE-PRESUPUESTO.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO REG-REPORTE.
           STRING 'PRESUPUESTO DE DOTACION - VACANTES Y EXCEDENTES - '
                                      DELIMITED BY SIZE
                  'ACTIVOS DE: '      DELIMITED BY SIZE
                  WS-ORIGEN-TEXTO     DELIMITED BY SPACE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'PRESUPUESTO VIGENTE AL: '
                                      DELIMITED BY SIZE
                  WS-FECHA-REFERENCIA DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE '----------------------------------------------------'
             TO REG-REPORTE.
           WRITE REG-REPORTE.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar la tabla de referencia de sectores desde SECTORES.TXT;
      * sin la tabla el reporte sale con los codigos solos
      *----------------------------------------------------------------*
       1065-CARGAR-SECTORES.

           OPEN INPUT ARCH-SECTORES.

           IF NOT FS-SECTORES-OK
              DISPLAY 'NO SE PUDO ABRIR SECTORES.TXT, EL REPORTE '
                      'SALE SIN DESCRIPCIONES'
              GO TO 1065-CARGAR-SECTORES-EXIT
           END-IF.

           READ ARCH-SECTORES.

           PERFORM UNTIL FS-SECTORES-EOF
              IF WS-CANT-SECTOR < 20
                 ADD 1 TO WS-CANT-SECTOR
                 MOVE SEC-CODIGO
                   TO WS-SECT-COD(WS-CANT-SECTOR)
                 MOVE SEC-DESCRIPCION
                   TO WS-SECT-DESC(WS-CANT-SECTOR)
              ELSE
                 DISPLAY 'SECTORES.TXT TIENE MAS DE 20 SECTORES, '
                         'SE DESCARTAN LOS EXCEDENTES'
              END-IF
              READ ARCH-SECTORES
           END-PERFORM.

           CLOSE ARCH-SECTORES.

       1065-CARGAR-SECTORES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar la tabla de categorias con su basico desde el archivo
      * de control CATEGORIAS.TXT: sin basicos no hay valorizacion
      *----------------------------------------------------------------*
       1066-CARGAR-CATEGORIAS.

           OPEN INPUT ARCH-CATEGORIAS.

           IF NOT FS-CATEGORIAS-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'CATEGORIAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-CATEGORIAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARCH-CATEGORIAS.

           PERFORM UNTIL FS-CATEGORIAS-EOF
              IF WS-CANT-CATEGORIA < 30
                 ADD 1 TO WS-CANT-CATEGORIA
                 MOVE CAT-CODIGO
                   TO WS-CAT-COD(WS-CANT-CATEGORIA)
                 MOVE CAT-DESCRIPCION
                   TO WS-CAT-DESC(WS-CANT-CATEGORIA)
                 IF CAT-BASICO IS NUMERIC
                    MOVE CAT-BASICO
                      TO WS-CAT-BASICO(WS-CANT-CATEGORIA)
                 ELSE
                    MOVE ZEROS
                      TO WS-CAT-BASICO(WS-CANT-CATEGORIA)
                 END-IF
              ELSE
                 DISPLAY 'CATEGORIAS.TXT TIENE MAS DE 30 '
                         'CATEGORIAS, SE DESCARTAN LAS EXCEDENTES'
              END-IF
              READ ARCH-CATEGORIAS
           END-PERFORM.

           CLOSE ARCH-CATEGORIAS.

           IF WS-CANT-CATEGORIA = ZEROS
              DISPLAY 'CATEGORIAS.TXT NO TIENE CATEGORIAS CARGADAS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1066-CARGAR-CATEGORIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tomar la fecha de proceso del control de ejecucion de la
      * consolidacion para evaluar la vigencia del presupuesto contra
      * el maestro; sin control se usa la fecha del sistema
      *----------------------------------------------------------------*
       1090-LEER-FECHA-PROCESO.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-REFERENCIA.

           OPEN INPUT ARCH-CONTROL-EJEC.

           IF NOT FS-CONTROL-EJEC-OK
              DISPLAY 'SIN CONTROL-EJECUCION.TXT, LA VIGENCIA SE '
                      'EVALUA CON LA FECHA DEL SISTEMA: '
                      WS-FECHA-REFERENCIA
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
                 MOVE WS-CTL-PALABRA2(1:8) TO WS-FECHA-REFERENCIA
              END-IF
              READ ARCH-CONTROL-EJEC
           END-PERFORM.

           CLOSE ARCH-CONTROL-EJEC.

       1090-LEER-FECHA-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Contra una foto de un mes cerrado la vigencia se evalua al
      * ultimo dia de ese mes
      *----------------------------------------------------------------*
       1095-FIN-DE-MES.

           MOVE WS-PERIODO(1:4) TO WS-ANIO.
           MOVE WS-PERIODO(5:2) TO WS-MES.
           MOVE WS-PERIODO      TO WS-FECHA-REFERENCIA(1:6).

           EVALUATE WS-MES
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE '30' TO WS-FECHA-REFERENCIA(7:2)
              WHEN 2
                 DIVIDE WS-ANIO BY 4 GIVING WS-COCIENTE
                        REMAINDER WS-RESTO
                 IF WS-RESTO = ZEROS
                    MOVE '29' TO WS-FECHA-REFERENCIA(7:2)
                 ELSE
                    MOVE '28' TO WS-FECHA-REFERENCIA(7:2)
                 END-IF
              WHEN OTHER
                 MOVE '31' TO WS-FECHA-REFERENCIA(7:2)
           END-EVALUATE.

       1095-FIN-DE-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar las lineas del presupuesto vigentes a la fecha de
      * referencia. Una linea mal formada o una segunda linea vigente
      * para la misma sucursal, sector y categoria se informan en el
      * reporte y no se toman.
      *----------------------------------------------------------------*
       2000-CARGAR-PRESUPUESTO.

           OPEN INPUT ARCH-PRESUPUESTO.

           IF NOT FS-PRESUPUESTO-OK
              DISPLAY 'NO SE PUDO ABRIR EL PRESUPUESTO DE DOTACION: '
                      'PRESUPUESTO-DOTACION.TXT'
              DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
              CLOSE SAL-REPORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARCH-PRESUPUESTO.

           PERFORM UNTIL NOT FS-PRESUPUESTO-OK

              ADD 1 TO WS-CONT-PRE-LEIDAS

              IF PRE-CANTIDAD IS NOT NUMERIC
                 OR PRE-VIGENCIA-DESDE IS NOT NUMERIC
                 OR PRE-VIGENCIA-HASTA IS NOT NUMERIC
                 OR PRE-SUCURSAL = SPACES
                 OR PRE-SECTOR = SPACES
                 OR PRE-CATEGORIA = SPACES
                 ADD 1 TO WS-CONT-PRE-INVALIDAS
                 MOVE SPACES TO REG-REPORTE
                 STRING 'AVISO: LINEA DE PRESUPUESTO INVALIDA: '
                                          DELIMITED BY SIZE
                        REG-PRESUPUESTO   DELIMITED BY SIZE
                   INTO REG-REPORTE
                 WRITE REG-REPORTE
              ELSE
                 IF PRE-VIGENCIA-DESDE <= WS-FECHA-REFERENCIA
                    AND (PRE-VIGENCIA-HASTA = ZEROS
                         OR PRE-VIGENCIA-HASTA >= WS-FECHA-REFERENCIA)
                    PERFORM 2100-TOMAR-LINEA
                       THRU 2100-TOMAR-LINEA-EXIT
                 END-IF
              END-IF

              READ ARCH-PRESUPUESTO

           END-PERFORM.

           CLOSE ARCH-PRESUPUESTO.

           IF WS-CONT-PRE-VIGENTES = ZEROS
              DISPLAY 'NO HAY PRESUPUESTO VIGENTE AL '
                      WS-FECHA-REFERENCIA
              MOVE 'ATENCION: NO HAY PRESUPUESTO VIGENTE A LA FECHA'
                TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       2000-CARGAR-PRESUPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tomar la linea vigente leida en la tabla del cruce
      *----------------------------------------------------------------*
       2100-TOMAR-LINEA.

           MOVE PRE-SUCURSAL  TO WS-ACT-SUCURSAL.
           MOVE PRE-SECTOR    TO WS-ACT-SECTOR.
           MOVE PRE-CATEGORIA TO WS-ACT-CATEGORIA.

           PERFORM 2200-BUSCAR-CLAVE
              THRU 2200-BUSCAR-CLAVE-EXIT.

           IF WS-DOT-IDX > ZEROS
              ADD 1 TO WS-CONT-PRE-DUPLICADAS
              MOVE SPACES TO REG-REPORTE
              STRING 'AVISO: PRESUPUESTO DUPLICADO, SE TOMA EL '
                     'PRIMERO: '          DELIMITED BY SIZE
                     REG-PRESUPUESTO      DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
              GO TO 2100-TOMAR-LINEA-EXIT
           END-IF.

           IF WS-CANT-DOT >= 500
              ADD 1 TO WS-CONT-SIN-LUGAR
              GO TO 2100-TOMAR-LINEA-EXIT
           END-IF.

           ADD 1 TO WS-CONT-PRE-VIGENTES.
           ADD 1 TO WS-CANT-DOT.
           MOVE PRE-SUCURSAL  TO WS-DOT-SUC(WS-CANT-DOT).
           MOVE PRE-SECTOR    TO WS-DOT-SECT(WS-CANT-DOT).
           MOVE PRE-CATEGORIA TO WS-DOT-CAT(WS-CANT-DOT).
           MOVE PRE-CANTIDAD  TO WS-DOT-AUTORIZADO(WS-CANT-DOT).
           MOVE ZEROS         TO WS-DOT-ACTIVOS(WS-CANT-DOT).

       2100-TOMAR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Buscar en la tabla del cruce la sucursal, sector y categoria
      * de WS-ACT-SUCURSAL/SECTOR/CATEGORIA; WS-DOT-IDX en cero si no
      * esta
      *----------------------------------------------------------------*
       2200-BUSCAR-CLAVE.

           MOVE ZEROS TO WS-DOT-IDX.

           PERFORM VARYING WS-II FROM 1 BY 1
                   UNTIL WS-II > WS-CANT-DOT
                      OR WS-DOT-IDX > ZEROS
              IF WS-DOT-SUC(WS-II)  = WS-ACT-SUCURSAL
                 AND WS-DOT-SECT(WS-II) = WS-ACT-SECTOR
                 AND WS-DOT-CAT(WS-II)  = WS-ACT-CATEGORIA
                 MOVE WS-II TO WS-DOT-IDX
              END-IF
           END-PERFORM.

       2200-BUSCAR-CLAVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Contar los activos de la foto PADRON-AAAAMM.TXT del periodo
      *----------------------------------------------------------------*
       3100-CONTAR-FOTO.

           OPEN INPUT ENT-PADRON.

           IF NOT FS-PADRON-OK
              DISPLAY 'NO SE PUDO ABRIR LA FOTO: ' WS-NOMBRE-ARCH-PAD
              DISPLAY 'FILE STATUS: ' FS-PADRON
              CLOSE SAL-REPORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ENT-PADRON.

           PERFORM UNTIL NOT FS-PADRON-OK
              IF PAD-ESTADO = 'AC'
                 MOVE PAD-SUCURSAL  TO WS-ACT-SUCURSAL
                 MOVE PAD-SECTOR    TO WS-ACT-SECTOR
                 MOVE PAD-CATEGORIA TO WS-ACT-CATEGORIA
                 PERFORM 3300-ACUMULAR-ACTIVO
                    THRU 3300-ACUMULAR-ACTIVO-EXIT
              END-IF
              READ ENT-PADRON
           END-PERFORM.

           IF NOT FS-PADRON-EOF
              DISPLAY 'ERROR AL LEER LA FOTO: ' WS-NOMBRE-ARCH-PAD
              DISPLAY 'FILE STATUS: ' FS-PADRON
           END-IF.

           CLOSE ENT-PADRON.

       3100-CONTAR-FOTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Contar los activos del maestro indexado recorriendolo por la
      * clave alternada de estado, igual que la consulta por estado
      *----------------------------------------------------------------*
       3200-CONTAR-MAESTRO.

           OPEN INPUT MAESTRO-EMP.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'NO SE PUDO ABRIR MAESTRO-EMPLEADOS.DAT'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              CLOSE SAL-REPORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'AC' TO MAE-ESTADO.

           START MAESTRO-EMP KEY IS EQUAL TO MAE-ESTADO.

           IF FS-MAESTRO-OK
              READ MAESTRO-EMP NEXT

              PERFORM UNTIL NOT FS-MAESTRO-OK
                         OR MAE-ESTADO NOT = 'AC'
                 MOVE MAE-SUCURSAL  TO WS-ACT-SUCURSAL
                 MOVE MAE-SECTOR    TO WS-ACT-SECTOR
                 MOVE MAE-CATEGORIA TO WS-ACT-CATEGORIA
                 PERFORM 3300-ACUMULAR-ACTIVO
                    THRU 3300-ACUMULAR-ACTIVO-EXIT
                 READ MAESTRO-EMP NEXT
              END-PERFORM
           END-IF.

           CLOSE MAESTRO-EMP.

       3200-CONTAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sumar el activo leido a su sucursal, sector y categoria; si
      * la combinacion no tiene presupuesto vigente se agrega con cero
      * autorizados
      *----------------------------------------------------------------*
       3300-ACUMULAR-ACTIVO.

           ADD 1 TO WS-CONT-ACTIVOS.

           PERFORM 2200-BUSCAR-CLAVE
              THRU 2200-BUSCAR-CLAVE-EXIT.

           IF WS-DOT-IDX = ZEROS
              IF WS-CANT-DOT < 500
                 ADD 1 TO WS-CANT-DOT
                 MOVE WS-CANT-DOT      TO WS-DOT-IDX
                 MOVE WS-ACT-SUCURSAL  TO WS-DOT-SUC(WS-DOT-IDX)
                 MOVE WS-ACT-SECTOR    TO WS-DOT-SECT(WS-DOT-IDX)
                 MOVE WS-ACT-CATEGORIA TO WS-DOT-CAT(WS-DOT-IDX)
                 MOVE ZEROS TO WS-DOT-AUTORIZADO(WS-DOT-IDX)
                 MOVE ZEROS TO WS-DOT-ACTIVOS(WS-DOT-IDX)
              ELSE
                 ADD 1 TO WS-CONT-SIN-LUGAR
                 GO TO 3300-ACUMULAR-ACTIVO-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-DOT-ACTIVOS(WS-DOT-IDX).

       3300-ACUMULAR-ACTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ordenar la tabla del cruce por sucursal, sector y categoria
      * para los cortes del reporte
      *----------------------------------------------------------------*
       4000-ORDENAR-TABLA.

           SET SW-ORDENADO-NO TO TRUE.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                   WS-CANT-DOT OR SW-ORDENADO-SI

              SET SW-ORDENADO-SI TO TRUE

              PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >
                                     (WS-CANT-DOT - WS-II)

                  IF WS-DOT-CLAVE(WS-J) > WS-DOT-CLAVE(WS-J + 1)
                      SET SW-ORDENADO-NO TO TRUE
                      MOVE WS-DOT-ENT(WS-J)     TO WS-DOT-AUX
                      MOVE WS-DOT-ENT(WS-J + 1) TO WS-DOT-ENT(WS-J)
                      MOVE WS-DOT-AUX           TO WS-DOT-ENT(WS-J + 1)
                  END-IF

              END-PERFORM
           END-PERFORM.

       4000-ORDENAR-TABLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Grabar el cruce con corte por sucursal y por sector: una linea
      * por categoria con autorizados, activos, vacantes, excedentes
      * y su valor, y los subtotales de cada corte
      *----------------------------------------------------------------*
       5000-GRABAR-CRUCE.

           MOVE SPACES TO WS-SUC-ANT.
           MOVE SPACES TO WS-SECT-ANT.

           PERFORM VARYING WS-DOT-IDX FROM 1 BY 1
                   UNTIL WS-DOT-IDX > WS-CANT-DOT

              IF WS-DOT-SUC(WS-DOT-IDX) NOT = WS-SUC-ANT
                 IF WS-SUC-ANT NOT = SPACES
                    PERFORM 5300-CORTE-SECTOR
                       THRU 5300-CORTE-SECTOR-EXIT
                    PERFORM 5400-CORTE-SUCURSAL
                       THRU 5400-CORTE-SUCURSAL-EXIT
                 END-IF
                 MOVE WS-DOT-SUC(WS-DOT-IDX)  TO WS-SUC-ANT
                 MOVE SPACES                  TO WS-SECT-ANT
                 MOVE SPACES TO REG-REPORTE
                 STRING 'SUCURSAL '           DELIMITED BY SIZE
                        WS-SUC-ANT            DELIMITED BY SIZE
                   INTO REG-REPORTE
                 WRITE REG-REPORTE
              END-IF

              IF WS-DOT-SECT(WS-DOT-IDX) NOT = WS-SECT-ANT
                 IF WS-SECT-ANT NOT = SPACES
                    PERFORM 5300-CORTE-SECTOR
                       THRU 5300-CORTE-SECTOR-EXIT
                 END-IF
                 MOVE WS-DOT-SECT(WS-DOT-IDX) TO WS-SECT-ANT
                 PERFORM 5200-ENCABEZAR-SECTOR
                    THRU 5200-ENCABEZAR-SECTOR-EXIT
              END-IF

              PERFORM 5100-GRABAR-CATEGORIA
                 THRU 5100-GRABAR-CATEGORIA-EXIT

           END-PERFORM.

           IF WS-SUC-ANT NOT = SPACES
              PERFORM 5300-CORTE-SECTOR
                 THRU 5300-CORTE-SECTOR-EXIT
              PERFORM 5400-CORTE-SUCURSAL
                 THRU 5400-CORTE-SUCURSAL-EXIT
           END-IF.

       5000-GRABAR-CRUCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Linea de la categoria WS-DOT-IDX: vacantes o excedentes contra
      * lo autorizado, valorizados con el basico de la categoria
      *----------------------------------------------------------------*
       5100-GRABAR-CATEGORIA.

           MOVE ZEROS TO WS-LIN-VACANTES.
           MOVE ZEROS TO WS-LIN-EXCEDENTES.

           IF WS-DOT-AUTORIZADO(WS-DOT-IDX) > WS-DOT-ACTIVOS(WS-DOT-IDX)
              SUBTRACT WS-DOT-ACTIVOS(WS-DOT-IDX)
                  FROM WS-DOT-AUTORIZADO(WS-DOT-IDX)
                GIVING WS-LIN-VACANTES
           ELSE
              SUBTRACT WS-DOT-AUTORIZADO(WS-DOT-IDX)
                  FROM WS-DOT-ACTIVOS(WS-DOT-IDX)
                GIVING WS-LIN-EXCEDENTES
           END-IF.

           MOVE ZEROS TO WS-BASICO-CATEGORIA.
           SET SW-COD-EN-TABLA-NO TO TRUE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CANT-CATEGORIA
                      OR SW-COD-EN-TABLA-SI
              IF WS-CAT-COD(WS-CAT-IDX) = WS-DOT-CAT(WS-DOT-IDX)
                 SET SW-COD-EN-TABLA-SI TO TRUE
                 MOVE WS-CAT-BASICO(WS-CAT-IDX)
                   TO WS-BASICO-CATEGORIA
              END-IF
           END-PERFORM.

           IF SW-COD-EN-TABLA-NO
              ADD 1 TO WS-CONT-SIN-CAT
           END-IF.

           COMPUTE WS-LIN-VALOR = (WS-LIN-VACANTES + WS-LIN-EXCEDENTES)
                                * WS-BASICO-CATEGORIA.

           ADD WS-DOT-AUTORIZADO(WS-DOT-IDX) TO WS-TOT-AUTORIZADOS.
           ADD WS-DOT-ACTIVOS(WS-DOT-IDX)    TO WS-TOT-ACTIVOS.
           ADD WS-LIN-VACANTES               TO WS-SECT-VACANTES.
           ADD WS-LIN-EXCEDENTES             TO WS-SECT-EXCEDENTES.
           IF WS-LIN-VACANTES > ZEROS
              ADD WS-LIN-VALOR TO WS-SECT-VALOR-VAC
           ELSE
              ADD WS-LIN-VALOR TO WS-SECT-VALOR-EXC
           END-IF.

           MOVE WS-LIN-VALOR TO WS-IMPORTE-ED.
           MOVE SPACES TO REG-REPORTE.
           STRING '    CAT '                     DELIMITED BY SIZE
                  WS-DOT-CAT(WS-DOT-IDX)         DELIMITED BY SIZE
                  ' AUTORIZADOS: '               DELIMITED BY SIZE
                  WS-DOT-AUTORIZADO(WS-DOT-IDX)  DELIMITED BY SIZE
                  ' ACTIVOS: '                   DELIMITED BY SIZE
                  WS-DOT-ACTIVOS(WS-DOT-IDX)     DELIMITED BY SIZE
                  ' VACANTES: '                  DELIMITED BY SIZE
                  WS-LIN-VACANTES                DELIMITED BY SIZE
                  ' EXCEDENTES: '                DELIMITED BY SIZE
                  WS-LIN-EXCEDENTES              DELIMITED BY SIZE
                  ' VALOR: '                     DELIMITED BY SIZE
                  WS-IMPORTE-ED                  DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

       5100-GRABAR-CATEGORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Encabezado del sector con su descripcion de la tabla
      *----------------------------------------------------------------*
       5200-ENCABEZAR-SECTOR.

           MOVE 'DESCONOCIDO' TO WS-DESC-SECTOR.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-CANT-SECTOR
              IF WS-SECT-COD(WS-SEC-IDX) = WS-SECT-ANT
                 MOVE WS-SECT-DESC(WS-SEC-IDX) TO WS-DESC-SECTOR
              END-IF
           END-PERFORM.

           MOVE SPACES TO REG-REPORTE.
           STRING '  SECTOR '        DELIMITED BY SIZE
                  WS-SECT-ANT        DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-DESC-SECTOR     DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

       5200-ENCABEZAR-SECTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Subtotal del sector que termina; pasa al de la sucursal
      *----------------------------------------------------------------*
       5300-CORTE-SECTOR.

           MOVE WS-SECT-VALOR-VAC TO WS-IMPORTE-ED.
           MOVE WS-SECT-VALOR-EXC TO WS-IMPORTE-ED2.
           MOVE SPACES TO REG-REPORTE.
           STRING '  SUBTOTAL SECTOR '  DELIMITED BY SIZE
                  WS-SECT-ANT           DELIMITED BY SIZE
                  ' VACANTES: '         DELIMITED BY SIZE
                  WS-SECT-VACANTES      DELIMITED BY SIZE
                  ' VALOR: '            DELIMITED BY SIZE
                  WS-IMPORTE-ED         DELIMITED BY SIZE
                  ' EXCEDENTES: '       DELIMITED BY SIZE
                  WS-SECT-EXCEDENTES    DELIMITED BY SIZE
                  ' VALOR: '            DELIMITED BY SIZE
                  WS-IMPORTE-ED2        DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           ADD WS-SECT-VACANTES   TO WS-SUC-VACANTES.
           ADD WS-SECT-EXCEDENTES TO WS-SUC-EXCEDENTES.
           ADD WS-SECT-VALOR-VAC  TO WS-SUC-VALOR-VAC.
           ADD WS-SECT-VALOR-EXC  TO WS-SUC-VALOR-EXC.

           MOVE ZEROS TO WS-SECT-VACANTES.
           MOVE ZEROS TO WS-SECT-EXCEDENTES.
           MOVE ZEROS TO WS-SECT-VALOR-VAC.
           MOVE ZEROS TO WS-SECT-VALOR-EXC.

       5300-CORTE-SECTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Subtotal de la sucursal que termina; pasa al total empresa
      *----------------------------------------------------------------*
       5400-CORTE-SUCURSAL.

           MOVE WS-SUC-VALOR-VAC TO WS-IMPORTE-ED.
           MOVE WS-SUC-VALOR-EXC TO WS-IMPORTE-ED2.
           MOVE SPACES TO REG-REPORTE.
           STRING 'SUBTOTAL SUCURSAL '  DELIMITED BY SIZE
                  WS-SUC-ANT            DELIMITED BY SIZE
                  ' VACANTES: '         DELIMITED BY SIZE
                  WS-SUC-VACANTES       DELIMITED BY SIZE
                  ' VALOR: '            DELIMITED BY SIZE
                  WS-IMPORTE-ED         DELIMITED BY SIZE
                  ' EXCEDENTES: '       DELIMITED BY SIZE
                  WS-SUC-EXCEDENTES     DELIMITED BY SIZE
                  ' VALOR: '            DELIMITED BY SIZE
                  WS-IMPORTE-ED2        DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           ADD WS-SUC-VACANTES   TO WS-TOT-VACANTES.
           ADD WS-SUC-EXCEDENTES TO WS-TOT-EXCEDENTES.
           ADD WS-SUC-VALOR-VAC  TO WS-TOT-VALOR-VAC.
           ADD WS-SUC-VALOR-EXC  TO WS-TOT-VALOR-EXC.

           MOVE ZEROS TO WS-SUC-VACANTES.
           MOVE ZEROS TO WS-SUC-EXCEDENTES.
           MOVE ZEROS TO WS-SUC-VALOR-VAC.
           MOVE ZEROS TO WS-SUC-VALOR-EXC.

       5400-CORTE-SUCURSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Proceso de finalizacion: total de la empresa, avisos y cierre
      *----------------------------------------------------------------*
       8000-FINALIZAR.

           MOVE '----------------------------------------------------'
             TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'TOTAL EMPRESA AUTORIZADOS: '  DELIMITED BY SIZE
                  WS-TOT-AUTORIZADOS             DELIMITED BY SIZE
                  '  ACTIVOS: '                  DELIMITED BY SIZE
                  WS-TOT-ACTIVOS                 DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE WS-TOT-VALOR-VAC TO WS-IMPORTE-ED.
           MOVE WS-TOT-VALOR-EXC TO WS-IMPORTE-ED2.
           MOVE SPACES TO REG-REPORTE.
           STRING 'TOTAL EMPRESA VACANTES: '     DELIMITED BY SIZE
                  WS-TOT-VACANTES                DELIMITED BY SIZE
                  ' VALOR: '                     DELIMITED BY SIZE
                  WS-IMPORTE-ED                  DELIMITED BY SIZE
                  ' EXCEDENTES: '                DELIMITED BY SIZE
                  WS-TOT-EXCEDENTES              DELIMITED BY SIZE
                  ' VALOR: '                     DELIMITED BY SIZE
                  WS-IMPORTE-ED2                 DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           IF WS-CONT-SIN-CAT > ZEROS
              MOVE SPACES TO REG-REPORTE
              STRING 'ATENCION: CATEGORIAS SIN BASICO EN LA TABLA '
                     '(VALEN CERO): '     DELIMITED BY SIZE
                     WS-CONT-SIN-CAT      DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

           IF WS-CONT-SIN-LUGAR > ZEROS
              MOVE SPACES TO REG-REPORTE
              STRING 'ATENCION: MAS DE 500 COMBINACIONES, QUEDARON '
                     'FUERA DEL CRUCE: '  DELIMITED BY SIZE
                     WS-CONT-SIN-LUGAR    DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

           CLOSE SAL-REPORTE.

           DISPLAY 'LINEAS DE PRESUPUESTO VIGENTES: '
                   WS-CONT-PRE-VIGENTES.
           DISPLAY 'LINEAS INVALIDAS O DUPLICADAS: '
                   WS-CONT-PRE-INVALIDAS ' / ' WS-CONT-PRE-DUPLICADAS.
           DISPLAY 'ACTIVOS CRUZADOS: '  WS-CONT-ACTIVOS.
           DISPLAY 'VACANTES: '          WS-TOT-VACANTES.
           DISPLAY 'EXCEDENTES: '        WS-TOT-EXCEDENTES.
           DISPLAY 'VER REPORTE EN: REPORTE-PRESUPUESTO.TXT'.

       8000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       END PROGRAM CL19EJ12a.
