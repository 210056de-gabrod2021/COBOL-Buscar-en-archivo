      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aplicacion de un acuerdo paritario sobre la tabla de
      *          categorias. Lee el acuerdo de ACUERDO-PARITARIA.TXT
      *          (fecha de vigencia y porcentaje general y/o importe
      *          de aumento por categoria), genera la nueva version de
      *          CATEGORIAS.TXT (la anterior queda en
      *          CATEGORIAS-ANTERIOR.TXT) y lleva en
      *          HISTORIAL-BASICOS.TXT los basicos de cada categoria
      *          con su vigencia desde/hasta. Con la vigencia y el
      *          historial de movimientos de legajos calcula, mes a
      *          mes y segun la categoria que tuvo cada legajo en cada
      *          periodo, la diferencia retroactiva, que sale como
      *          interfaz para sueldos RETROACTIVO-SUELDOS.TXT con
      *          cabecera y cola de control, mas el reporte
      *          REPORTE-PARITARIA.TXT.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * - Version inicial: el acuerdo se describe con lineas
      *   ACUERDO texto, VIGENCIA AAAAMMDD, PORCENTAJE nnn,nn e
      *   IMPORTE cc nnnnnnn,nn (aumento fijo de la categoria cc, que
      *   reemplaza al porcentaje general para esa categoria). La
      *   vigencia no puede ser posterior a la fecha de proceso ni
      *   anterior o igual a la del basico vigente. El retroactivo va
      *   del mes de la vigencia al mes anterior al de proceso; la
      *   categoria de cada mes es la que el legajo tenia el ultimo
      *   dia del mes y el primer mes se proporciona por dias sobre
      *   mes de 30. Toma la traba del padron. RC 0 sin
      *   observaciones, 4 con periodos de categoria inexistente en
      *   la tabla, 8 error (las tablas quedan sin cambios).
      * - Si el acuerdo no se aplica se borra REPORTE-PARITARIA.TXT
      *   junto con la interfaz, para que no quede un reporte de un
      *   aumento que no se grabo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ17a.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENT-ACUERDO
           ASSIGN TO '../ACUERDO-PARITARIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUERDO.

       SELECT ARCH-CATEGORIAS
           ASSIGN TO '../CATEGORIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATEGORIAS.

       SELECT SAL-CATEGORIAS-TMP
           ASSIGN TO '../CATEGORIAS.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATEGORIAS-TMP.

       SELECT ARCH-HIST-BASICOS
           ASSIGN TO '../HISTORIAL-BASICOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST-BASICOS.

       SELECT SAL-HIST-BASICOS-TMP
           ASSIGN TO '../HISTORIAL-BASICOS.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST-BASICOS-TMP.

       SELECT ENT-HISTORIAL
           ASSIGN TO '../HISTORIAL-LEGAJOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT MAESTRO-EMP
           ASSIGN TO '../MAESTRO-EMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-LEGAJO
           ALTERNATE RECORD KEY IS MAE-APELLIDO WITH DUPLICATES
           ALTERNATE RECORD KEY IS MAE-ESTADO WITH DUPLICATES
           FILE STATUS IS FS-MAESTRO.

       SELECT ARCH-CONTROL-EJEC
           ASSIGN TO '../CONTROL-EJECUCION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-EJEC.

       SELECT ARCH-TRABA
           ASSIGN TO '../TRABA-PADRON.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABA.

       SELECT SAL-RETROACTIVO
           ASSIGN TO '../RETROACTIVO-SUELDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETROACTIVO.

       SELECT SAL-REPORTE
           ASSIGN TO '../REPORTE-PARITARIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

      *    Acuerdo paritario: una linea por dato, palabra clave al
      *    principio; las lineas en blanco o con '*' se ignoran.
       FD ENT-ACUERDO.
       01 REG-ACUERDO                      PIC X(80).

       FD ARCH-CATEGORIAS.
       01 REG-CATEGORIA.
          05 CAT-CODIGO                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 CAT-DESCRIPCION               PIC X(20).
          05 FILLER                        PIC X(01).
          05 CAT-BASICO                    PIC 9(07)V9(02).

       FD SAL-CATEGORIAS-TMP.
       01 REG-CATEGORIA-NUEVA.
          05 CNU-CODIGO                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 CNU-DESCRIPCION               PIC X(20).
          05 FILLER                        PIC X(01).
          05 CNU-BASICO                    PIC 9(07)V9(02).

      *    Historial de basicos: un tramo por categoria y vigencia;
      *    hasta en ceros = tramo vigente.
       FD ARCH-HIST-BASICOS.
       01 REG-HIST-BASICO.
          05 HBA-CATEGORIA                 PIC X(02).
          05 FILLER                        PIC X(01).
          05 HBA-BASICO                    PIC 9(07)V9(02).
          05 FILLER                        PIC X(01).
          05 HBA-DESDE                     PIC 9(08).
          05 FILLER                        PIC X(01).
          05 HBA-HASTA                     PIC 9(08).
          05 FILLER                        PIC X(01).
          05 HBA-ACUERDO                   PIC X(30).

       FD SAL-HIST-BASICOS-TMP.
       01 REG-HIST-BASICO-TMP              PIC X(61).

       FD ENT-HISTORIAL.
       01 REG-HISTORIAL                    PIC X(250).

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

       FD ARCH-CONTROL-EJEC.
       01 REG-CONTROL-EJEC                 PIC X(80).

       FD ARCH-TRABA.
       01 REG-TRABA                        PIC X(80).

       FD SAL-RETROACTIVO.
       01 REG-RETROACTIVO                  PIC X(100).

       FD SAL-REPORTE.
       01 REG-REPORTE                      PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          02 FS-ACUERDO                    PIC X(02) VALUE '00'.
             88 FS-ACUERDO-OK                        VALUE '00'.
             88 FS-ACUERDO-EOF                       VALUE '10'.
             88 FS-ACUERDO-NFD                       VALUE '35'.
          02 FS-CATEGORIAS                 PIC X(02) VALUE '00'.
             88 FS-CATEGORIAS-OK                     VALUE '00'.
             88 FS-CATEGORIAS-EOF                    VALUE '10'.
          02 FS-CATEGORIAS-TMP             PIC X(02) VALUE '00'.
             88 FS-CATEGORIAS-TMP-OK                 VALUE '00'.
          02 FS-HIST-BASICOS               PIC X(02) VALUE '00'.
             88 FS-HIST-BASICOS-OK                   VALUE '00'.
             88 FS-HIST-BASICOS-EOF                  VALUE '10'.
             88 FS-HIST-BASICOS-NFD                  VALUE '35'.
          02 FS-HIST-BASICOS-TMP           PIC X(02) VALUE '00'.
             88 FS-HIST-BASICOS-TMP-OK               VALUE '00'.
          02 FS-HISTORIAL                  PIC X(02) VALUE '00'.
             88 FS-HISTORIAL-OK                      VALUE '00'.
             88 FS-HISTORIAL-EOF                     VALUE '10'.
             88 FS-HISTORIAL-NFD                     VALUE '35'.
          02 FS-MAESTRO                    PIC X(02) VALUE '00'.
             88 FS-MAESTRO-OK                        VALUE '00'.
             88 FS-MAESTRO-EOF                       VALUE '10'.
             88 FS-MAESTRO-NFD                       VALUE '35'.
          02 FS-CONTROL-EJEC               PIC X(02) VALUE '00'.
             88 FS-CONTROL-EJEC-OK                   VALUE '00'.
          02 FS-TRABA                      PIC X(02) VALUE '00'.
             88 FS-TRABA-OK                          VALUE '00'.
             88 FS-TRABA-NFD                         VALUE '35'.
          02 FS-RETROACTIVO                PIC X(02) VALUE '00'.
             88 FS-RETROACTIVO-OK                    VALUE '00'.
          02 FS-REPORTE                    PIC X(02) VALUE '00'.
             88 FS-REPORTE-OK                        VALUE '00'.

       01 WS-CONTADORES.
           02 WS-CONT-LINEAS-ACU         PIC 9(03) VALUE ZEROS.
           02 WS-CONT-ERRORES            PIC 9(03) VALUE ZEROS.
           02 WS-CONT-IMPORTES           PIC 9(02) VALUE ZEROS.
           02 WS-CONT-CAT-CAMBIADAS      PIC 9(02) VALUE ZEROS.
           02 WS-CONT-MOV-LEIDOS         PIC 9(07) VALUE ZEROS.
           02 WS-CONT-LEG-LIQUIDADOS     PIC 9(05) VALUE ZEROS.
           02 WS-CONT-SIN-CATEGORIA      PIC 9(05) VALUE ZEROS.

       01 WS-VARIABLES.
           02 WS-BUSCAR.
              05 SW-TRABA-TOMADA         PIC X(01) VALUE 'N'.
                 88 SW-TRABA-TOMADA-SI            VALUE 'S'.
                 88 SW-TRABA-TOMADA-NO            VALUE 'N'.
              05 SW-CON-PORCENTAJE       PIC X(01) VALUE 'N'.
                 88 SW-CON-PORCENTAJE-SI          VALUE 'S'.
                 88 SW-CON-PORCENTAJE-NO          VALUE 'N'.
              05 SW-IMPORTE-VALIDO       PIC X(01) VALUE 'N'.
                 88 SW-IMPORTE-VALIDO-SI          VALUE 'S'.
                 88 SW-IMPORTE-VALIDO-NO          VALUE 'N'.
              05 SW-ENCONTRADO           PIC X(01) VALUE 'N'.
                 88 SW-ENCONTRADO-SI              VALUE 'S'.
                 88 SW-ENCONTRADO-NO              VALUE 'N'.
              05 SW-PRESENTE             PIC X(01) VALUE 'N'.
                 88 SW-PRESENTE-SI                VALUE 'S'.
                 88 SW-PRESENTE-NO                VALUE 'N'.
              05 SW-GRABACION            PIC X(01) VALUE 'S'.
                 88 SW-GRABACION-OK               VALUE 'S'.
                 88 SW-GRABACION-ERROR            VALUE 'N'.
              05 SW-HAY-RETROACTIVO      PIC X(01) VALUE 'N'.
                 88 SW-HAY-RETROACTIVO-SI         VALUE 'S'.
                 88 SW-HAY-RETROACTIVO-NO         VALUE 'N'.

           02 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
           02 WS-HORA-HOY                PIC 9(08) VALUE ZEROS.
           02 WS-CTL-PALABRA1            PIC X(20) VALUE SPACES.
           02 WS-CTL-PALABRA2            PIC X(20) VALUE SPACES.
           02 WS-ACU-PALABRA1            PIC X(20) VALUE SPACES.
           02 WS-ACU-PALABRA2            PIC X(20) VALUE SPACES.
           02 WS-ACU-PALABRA3            PIC X(20) VALUE SPACES.
           02 WS-MENSAJE                 PIC X(50) VALUE SPACES.
           02 WS-COD-BUSCADO             PIC X(02) VALUE SPACES.
           02 WS-LEGAJO-BUSCADO          PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * Datos del acuerdo
      *----------------------------------------------------------------*
       01 WS-ACUERDO.
           02 WS-ACU-DESCRIPCION         PIC X(30) VALUE SPACES.
           02 WS-ACU-VIGENCIA            PIC 9(08) VALUE ZEROS.
           02 WS-ACU-VIGENCIA-R REDEFINES WS-ACU-VIGENCIA.
              05 WS-ACU-VIG-ANIO         PIC 9(04).
              05 WS-ACU-VIG-MES          PIC 9(02).
              05 WS-ACU-VIG-DIA          PIC 9(02).
           02 WS-ACU-VIG-PERIODO         PIC 9(06) VALUE ZEROS.
           02 WS-ACU-HASTA-ANTERIOR      PIC 9(08) VALUE ZEROS.
           02 WS-ACU-PORCENTAJE          PIC 9(03)V9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
      * Conversion de un importe escrito con coma decimal (nnnn,nn)
      *----------------------------------------------------------------*
       01 WS-CONVERSION.
           02 WS-IMP-TEXTO               PIC X(20) VALUE SPACES.
           02 WS-IMP-ENTERO              PIC X(20) VALUE SPACES.
           02 WS-IMP-DECIMAL             PIC X(20) VALUE SPACES.
           02 WS-IMP-LARGO-ENT           PIC 9(02) VALUE ZEROS.
           02 WS-IMP-LARGO-DEC           PIC 9(02) VALUE ZEROS.
           02 WS-IMP-NUM-ENT             PIC 9(07) VALUE ZEROS.
           02 WS-IMP-NUM-DEC             PIC 9(02) VALUE ZEROS.
           02 WS-IMP-VALOR               PIC 9(07)V9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
      * Calculo de fechas sin funciones: dia anterior a la vigencia
      * y ultimo dia de cada periodo del retroactivo
      *----------------------------------------------------------------*
       01 WS-CALCULO-FECHAS.
           02 WS-CALC-ANIO               PIC 9(04) VALUE ZEROS.
           02 WS-CALC-MES                PIC 9(02) VALUE ZEROS.
           02 WS-CALC-DIA                PIC 9(02) VALUE ZEROS.
           02 WS-CALC-COCIENTE           PIC 9(04) VALUE ZEROS.
           02 WS-CALC-RESTO              PIC 9(02) VALUE ZEROS.
           02 WS-CALC-DIAS-DEL-MES       PIC 9(02) VALUE ZEROS.

       01 WS-TAB-DIAS-MES.
           02 FILLER                     PIC X(24)
                            VALUE '312831303130313130313031'.
       01 WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           02 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).

      *----------------------------------------------------------------*
      * Periodos del retroactivo (AAAAMM)
      *----------------------------------------------------------------*
       01 WS-PERIODOS.
           02 WS-PER-DESDE               PIC 9(06) VALUE ZEROS.
           02 WS-PER-HASTA               PIC 9(06) VALUE ZEROS.
           02 WS-PERIODO                 PIC 9(06) VALUE ZEROS.
           02 WS-PERIODO-R REDEFINES WS-PERIODO.
              05 WS-PER-ANIO             PIC 9(04).
              05 WS-PER-MES              PIC 9(02).
           02 WS-FECHA-REFERENCIA        PIC 9(08) VALUE ZEROS.
           02 WS-CAT-PERIODO             PIC X(02) VALUE SPACES.
           02 WS-DIAS-PERIODO            PIC 9(02) VALUE ZEROS.
           02 WS-DIFERENCIA              PIC S9(07)V9(02) VALUE ZEROS.
           02 WS-IMPORTE-PERIODO         PIC S9(09)V9(02) VALUE ZEROS.
           02 WS-TOTAL-LEGAJO            PIC 9(09)V9(02) VALUE ZEROS.
           02 WS-TOTAL-GENERAL           PIC 9(11)V9(02) VALUE ZEROS.

       01 WS-EDICION.
           02 WS-BASICO-ED               PIC Z(06)9,9(02).
           02 WS-BASICO-ED2              PIC Z(06)9,9(02).
           02 WS-IMPORTE-ED              PIC Z(08)9,9(02).
           02 WS-TOTAL-ED                PIC Z(10)9,9(02).
           02 WS-PORCENTAJE-ED           PIC ZZ9,9(02).

      *----------------------------------------------------------------*
      * Tabla de categorias con el basico anterior y el nuevo
      *----------------------------------------------------------------*
       01 WS-CATEGORIAS.
           02 WS-CANT-CATEGORIA          PIC 9(02) VALUE ZEROS.
           02 WS-CAT-IDX                 PIC 9(02) VALUE ZEROS.
           02 WS-TAB-CAT.
              05 WS-CAT-ENT OCCURS 1 TO 99 TIMES
                 DEPENDING ON WS-CANT-CATEGORIA.
                 10 WS-CAT-COD           PIC X(02).
                 10 WS-CAT-DESC          PIC X(20).
                 10 WS-CAT-BASICO-ANT    PIC 9(07)V9(02).
                 10 WS-CAT-BASICO-NUE    PIC 9(07)V9(02).
                 10 WS-CAT-IMPORTE       PIC 9(07)V9(02).
                 10 WS-CAT-CON-IMPORTE   PIC X(01).
                    88 CAT-CON-IMPORTE             VALUE 'S'.
                 10 WS-CAT-CAMBIA        PIC X(01).
                    88 CAT-CAMBIA                  VALUE 'S'.

      *----------------------------------------------------------------*
      * Historial de basicos, cargado completo y regrabado con los
      * tramos cerrados y los nuevos
      *----------------------------------------------------------------*
       01 WS-HIST-BASICOS.
           02 WS-CANT-HBA                PIC 9(04) VALUE ZEROS.
           02 WS-HBA-IDX                 PIC 9(04) VALUE ZEROS.
           02 WS-HBA-ABIERTO             PIC 9(04) VALUE ZEROS.
           02 WS-HBA-REGISTRO.
              05 WS-HBA-REG-CATEGORIA    PIC X(02).
              05 FILLER                  PIC X(01) VALUE SPACE.
              05 WS-HBA-REG-BASICO       PIC 9(07)V9(02).
              05 FILLER                  PIC X(01) VALUE SPACE.
              05 WS-HBA-REG-DESDE        PIC 9(08).
              05 FILLER                  PIC X(01) VALUE SPACE.
              05 WS-HBA-REG-HASTA        PIC 9(08).
              05 FILLER                  PIC X(01) VALUE SPACE.
              05 WS-HBA-REG-ACUERDO      PIC X(30).
           02 WS-TAB-HBA.
              05 WS-HBA-ENT OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-CANT-HBA.
                 10 WS-HBA-CATEGORIA     PIC X(02).
                 10 WS-HBA-BASICO        PIC 9(07)V9(02).
                 10 WS-HBA-DESDE         PIC 9(08).
                 10 WS-HBA-HASTA         PIC 9(08).
                 10 WS-HBA-ACUERDO       PIC X(30).

      *----------------------------------------------------------------*
      * Legajos a liquidar: primero los del maestro (ordenados por
      * legajo, se buscan en forma binaria) y a continuacion los que
      * solo aparecen en el historial desde la vigencia (egresados)
      *----------------------------------------------------------------*
       01 WS-LEGAJOS.
           02 WS-CANT-LEG                PIC 9(04) VALUE ZEROS.
           02 WS-CANT-LEG-MAE            PIC 9(04) VALUE ZEROS.
           02 WS-LEG-IDX                 PIC 9(04) VALUE ZEROS.
           02 WS-LEG-HALLADO             PIC 9(04) VALUE ZEROS.
           02 WS-INICIO                  PIC 9(04) VALUE ZEROS.
           02 WS-FIN                     PIC 9(04) VALUE ZEROS.
           02 WS-MITAD                   PIC 9(04) VALUE ZEROS.
           02 WS-TAB-LEG.
              05 WS-LEG-ENT OCCURS 1 TO 9999 TIMES
                 DEPENDING ON WS-CANT-LEG.
                 10 WS-LEG-LEGAJO        PIC 9(08).
                 10 WS-LEG-APELLIDO      PIC X(25).
                 10 WS-LEG-CATEGORIA     PIC X(02).
                 10 WS-LEG-EN-MAESTRO    PIC X(01).
                    88 LEG-EN-MAESTRO              VALUE 'S'.

      *----------------------------------------------------------------*
      * Movimientos del historial de legajos desde la vigencia: de
      * cada uno interesa la categoria de la imagen anterior (la que
      * el legajo tenia hasta esa fecha)
      *----------------------------------------------------------------*
       01 WS-MOVIMIENTOS.
           02 WS-CANT-MOV                PIC 9(05) VALUE ZEROS.
           02 WS-MOV-IDX                 PIC 9(05) VALUE ZEROS.
           02 WS-TAB-MOV.
              05 WS-MOV-ENT OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-CANT-MOV.
                 10 WS-MOV-LEGAJO        PIC 9(08).
                 10 WS-MOV-FECHA         PIC 9(08).
                 10 WS-MOV-CAT-ANT       PIC X(02).
                 10 WS-MOV-PRESENTE      PIC X(01).
                    88 MOV-PRESENTE                VALUE 'S'.

      *    Movimientos del legajo en liquidacion, en orden cronologico
       01 WS-MOV-DEL-LEGAJO.
           02 WS-CANT-LMO                PIC 9(03) VALUE ZEROS.
           02 WS-LMO-IDX                 PIC 9(03) VALUE ZEROS.
           02 WS-TAB-LMO.
              05 WS-LMO-ENT OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-CANT-LMO.
                 10 WS-LMO-FECHA         PIC 9(08).
                 10 WS-LMO-CAT-ANT       PIC X(02).
                 10 WS-LMO-PRESENTE      PIC X(01).

      *----------------------------------------------------------------*
      * Interfaz de retroactivo para sueldos: cabecera 01, detalle 02
      * por legajo y periodo, cola 09 con cantidad, hash de legajos e
      * importe total, igual que el extracto de sueldos
      *----------------------------------------------------------------*
       01 WS-RETROACTIVO-INTERFAZ.
          02 WS-RET-HEADER.
             05 WS-RET-HDR-TIPO        PIC X(02) VALUE '01'.
             05 WS-RET-HDR-FECHA       PIC 9(08) VALUE ZEROS.
             05 WS-RET-HDR-SISTEMA     PIC X(10) VALUE 'CL19EJ17A'.
             05 WS-RET-HDR-VIGENCIA    PIC 9(08) VALUE ZEROS.
          02 WS-RET-DETALLE.
             05 WS-RET-DET-TIPO        PIC X(02) VALUE '02'.
             05 WS-RET-DET-LEGAJO      PIC 9(08) VALUE ZEROS.
             05 WS-RET-DET-APELLIDO    PIC X(25) VALUE SPACES.
             05 WS-RET-DET-PERIODO     PIC 9(06) VALUE ZEROS.
             05 WS-RET-DET-CATEGORIA   PIC X(02) VALUE SPACES.
             05 WS-RET-DET-DIAS        PIC 9(02) VALUE ZEROS.
             05 WS-RET-DET-BASICO-ANT  PIC 9(07)V9(02) VALUE ZEROS.
             05 WS-RET-DET-BASICO-NUE  PIC 9(07)V9(02) VALUE ZEROS.
             05 WS-RET-DET-IMPORTE     PIC 9(09)V9(02) VALUE ZEROS.
          02 WS-RET-TRAILER.
             05 WS-RET-TRL-TIPO        PIC X(02) VALUE '09'.
             05 WS-RET-TRL-CANT        PIC 9(06) VALUE ZEROS.
             05 WS-RET-TRL-HASH        PIC 9(12) VALUE ZEROS.
             05 WS-RET-TRL-TOTAL       PIC 9(11)V9(02) VALUE ZEROS.

       01 WS-ARCH-TRABA               PIC X(40)
                                VALUE '../TRABA-PADRON.TXT'.
       01 WS-ARCH-CATEGORIAS          PIC X(40)
                                VALUE '../CATEGORIAS.TXT'.
       01 WS-ARCH-CATEGORIAS-TMP      PIC X(40)
                                VALUE '../CATEGORIAS.TMP'.
       01 WS-ARCH-CATEGORIAS-ANT      PIC X(40)
                                VALUE '../CATEGORIAS-ANTERIOR.TXT'.
       01 WS-ARCH-HIST-BASICOS        PIC X(40)
                                VALUE '../HISTORIAL-BASICOS.TXT'.
       01 WS-ARCH-HIST-BASICOS-TMP    PIC X(40)
                                VALUE '../HISTORIAL-BASICOS.TMP'.
       01 WS-ARCH-RETROACTIVO         PIC X(40)
                                VALUE '../RETROACTIVO-SUELDOS.TXT'.
       01 WS-ARCH-REPORTE             PIC X(40)
                                VALUE '../REPORTE-PARITARIA.TXT'.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-APLICAR-ACUERDO
              THRU 2000-APLICAR-ACUERDO-EXIT.

           PERFORM 3000-CALCULAR-RETROACTIVO
              THRU 3000-CALCULAR-RETROACTIVO-EXIT.

           PERFORM 4000-GRABAR-TABLAS
              THRU 4000-GRABAR-TABLAS-EXIT.

           PERFORM 8000-FINALIZAR
              THRU 8000-FINALIZAR-EXIT.

           IF WS-CONT-SIN-CATEGORIA > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * Proceso de inicializacion: fecha de proceso, traba del
      * padron, tabla de categorias, acuerdo e historial de basicos
      *----------------------------------------------------------------*
       1000-INICIAR.

           PERFORM 1090-LEER-FECHA-PROCESO
              THRU 1090-LEER-FECHA-PROCESO-EXIT.

           PERFORM 1010-TOMAR-TRABA
              THRU 1010-TOMAR-TRABA-EXIT.

           PERFORM 1050-CARGAR-CATEGORIAS
              THRU 1050-CARGAR-CATEGORIAS-EXIT.

           PERFORM 1100-LEER-ACUERDO
              THRU 1100-LEER-ACUERDO-EXIT.

           PERFORM 1200-CARGAR-HIST-BASICOS
              THRU 1200-CARGAR-HIST-BASICOS-EXIT.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tomar la traba de ejecucion del padron: la tabla de categorias
      * la leen las novedades y la consulta al arrancar. Una traba
      * huerfana se libera con CL19EJ10a.
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
           STRING 'PROGRAMA CL19EJ17a OPERADOR PARITARIA FECHA '
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
      * Cargar la tabla de categorias vigente. Como la tabla se
      * regraba completa, un basico no numerico o una tabla que no
      * entra en memoria cancelan el proceso en lugar de descartarse.
      *----------------------------------------------------------------*
       1050-CARGAR-CATEGORIAS.

           OPEN INPUT ARCH-CATEGORIAS.

           IF NOT FS-CATEGORIAS-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'CATEGORIAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-CATEGORIAS
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

           READ ARCH-CATEGORIAS.

           PERFORM UNTIL NOT FS-CATEGORIAS-OK
              IF WS-CANT-CATEGORIA < 99
                 ADD 1 TO WS-CANT-CATEGORIA
                 MOVE CAT-CODIGO
                   TO WS-CAT-COD(WS-CANT-CATEGORIA)
                 MOVE CAT-DESCRIPCION
                   TO WS-CAT-DESC(WS-CANT-CATEGORIA)
                 MOVE ZEROS TO WS-CAT-IMPORTE(WS-CANT-CATEGORIA)
                 MOVE 'N' TO WS-CAT-CON-IMPORTE(WS-CANT-CATEGORIA)
                 MOVE 'N' TO WS-CAT-CAMBIA(WS-CANT-CATEGORIA)
                 IF CAT-BASICO IS NUMERIC
                    MOVE CAT-BASICO
                      TO WS-CAT-BASICO-ANT(WS-CANT-CATEGORIA)
                    MOVE CAT-BASICO
                      TO WS-CAT-BASICO-NUE(WS-CANT-CATEGORIA)
                 ELSE
                    DISPLAY 'CATEGORIA CON BASICO NO NUMERICO: '
                            CAT-CODIGO
                    ADD 1 TO WS-CONT-ERRORES
                 END-IF
              ELSE
                 DISPLAY 'CATEGORIAS.TXT TIENE MAS DE 99 CATEGORIAS'
                 ADD 1 TO WS-CONT-ERRORES
              END-IF
              READ ARCH-CATEGORIAS
           END-PERFORM.

           CLOSE ARCH-CATEGORIAS.

           IF WS-CANT-CATEGORIA = ZEROS
              DISPLAY 'CATEGORIAS.TXT NO TIENE CATEGORIAS CARGADAS'
              ADD 1 TO WS-CONT-ERRORES
           END-IF.

           IF WS-CONT-ERRORES > ZEROS
              DISPLAY 'CORREGIR CATEGORIAS.TXT ANTES DE APLICAR EL '
                      'ACUERDO'
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

       1050-CARGAR-CATEGORIAS-EXIT.
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

           DISPLAY 'FECHA DE PROCESO DE LA PARITARIA: '
                   WS-FECHA-PROCESO.

       1090-LEER-FECHA-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Leer y validar el acuerdo. Cualquier linea con error cancela
      * el proceso: un acuerdo se aplica completo o no se aplica.
      *----------------------------------------------------------------*
       1100-LEER-ACUERDO.

           OPEN INPUT ENT-ACUERDO.

           IF FS-ACUERDO-NFD
              DISPLAY 'NO EXISTE EL ARCHIVO DEL ACUERDO: '
                      'ACUERDO-PARITARIA.TXT'
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

           IF NOT FS-ACUERDO-OK
              DISPLAY 'ERROR AL ABRIR ACUERDO-PARITARIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-ACUERDO
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

           READ ENT-ACUERDO.

           PERFORM UNTIL NOT FS-ACUERDO-OK
              ADD 1 TO WS-CONT-LINEAS-ACU
              IF REG-ACUERDO NOT = SPACES
                 AND REG-ACUERDO(1:1) NOT = '*'
                 PERFORM 1110-PROCESAR-LINEA-ACUERDO
                    THRU 1110-PROCESAR-LINEA-ACUERDO-EXIT
              END-IF
              READ ENT-ACUERDO
           END-PERFORM.

           CLOSE ENT-ACUERDO.

           IF WS-ACU-VIGENCIA = ZEROS
              DISPLAY 'EL ACUERDO NO INDICA LA FECHA DE VIGENCIA'
              ADD 1 TO WS-CONT-ERRORES
           ELSE
              PERFORM 1120-VALIDAR-VIGENCIA
                 THRU 1120-VALIDAR-VIGENCIA-EXIT
           END-IF.

           IF SW-CON-PORCENTAJE-NO AND WS-CONT-IMPORTES = ZEROS
              DISPLAY 'EL ACUERDO NO TRAE PORCENTAJE NI IMPORTES POR '
                      'CATEGORIA'
              ADD 1 TO WS-CONT-ERRORES
           END-IF.

           IF WS-ACU-DESCRIPCION = SPACES
              MOVE 'ACUERDO SIN DESCRIPCION' TO WS-ACU-DESCRIPCION
           END-IF.

           IF WS-CONT-ERRORES > ZEROS
              DISPLAY 'ERRORES EN EL ACUERDO: ' WS-CONT-ERRORES
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

       1100-LEER-ACUERDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Interpretar una linea del acuerdo segun su palabra clave
      *----------------------------------------------------------------*
       1110-PROCESAR-LINEA-ACUERDO.

           MOVE SPACES TO WS-ACU-PALABRA1.
           MOVE SPACES TO WS-ACU-PALABRA2.
           MOVE SPACES TO WS-ACU-PALABRA3.
           MOVE SPACES TO WS-MENSAJE.

           UNSTRING REG-ACUERDO DELIMITED BY ALL SPACE
               INTO WS-ACU-PALABRA1
                    WS-ACU-PALABRA2
                    WS-ACU-PALABRA3.

           EVALUATE WS-ACU-PALABRA1

              WHEN 'ACUERDO'
                 MOVE REG-ACUERDO(9:30) TO WS-ACU-DESCRIPCION

              WHEN 'VIGENCIA'
                 IF WS-ACU-PALABRA2(1:8) IS NUMERIC
                    AND WS-ACU-PALABRA2(9:12) = SPACES
                    MOVE WS-ACU-PALABRA2(1:8) TO WS-ACU-VIGENCIA
                 ELSE
                    MOVE 'FECHA DE VIGENCIA INVALIDA (AAAAMMDD)'
                      TO WS-MENSAJE
                 END-IF

              WHEN 'PORCENTAJE'
                 IF SW-CON-PORCENTAJE-SI
                    MOVE 'PORCENTAJE GENERAL REPETIDO' TO WS-MENSAJE
                    GO TO 1110-INFORMAR-ERROR
                 END-IF
                 MOVE WS-ACU-PALABRA2 TO WS-IMP-TEXTO
                 PERFORM 1150-CONVERTIR-IMPORTE
                    THRU 1150-CONVERTIR-IMPORTE-EXIT
                 IF SW-IMPORTE-VALIDO-NO
                    OR WS-IMP-VALOR = ZEROS
                    OR WS-IMP-VALOR > 999,99
                    MOVE 'PORCENTAJE INVALIDO (nnn,nn)' TO WS-MENSAJE
                 ELSE
                    MOVE WS-IMP-VALOR TO WS-ACU-PORCENTAJE
                    SET SW-CON-PORCENTAJE-SI TO TRUE
                 END-IF

              WHEN 'IMPORTE'
                 PERFORM 1115-REGISTRAR-IMPORTE
                    THRU 1115-REGISTRAR-IMPORTE-EXIT

              WHEN OTHER
                 MOVE 'PALABRA CLAVE DESCONOCIDA' TO WS-MENSAJE

           END-EVALUATE.

       1110-INFORMAR-ERROR.

           IF WS-MENSAJE NOT = SPACES
              DISPLAY 'ACUERDO-PARITARIA.TXT LINEA '
                      WS-CONT-LINEAS-ACU ': ' WS-MENSAJE
              DISPLAY '  ' REG-ACUERDO
              ADD 1 TO WS-CONT-ERRORES
           END-IF.

       1110-PROCESAR-LINEA-ACUERDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Linea IMPORTE cc nnnnnnn,nn: aumento fijo para la categoria
      *----------------------------------------------------------------*
       1115-REGISTRAR-IMPORTE.

           MOVE WS-ACU-PALABRA2(1:2) TO WS-COD-BUSCADO.
           PERFORM 1130-BUSCAR-CATEGORIA
              THRU 1130-BUSCAR-CATEGORIA-EXIT.

           IF SW-ENCONTRADO-NO
              OR WS-ACU-PALABRA2(3:18) NOT = SPACES
              MOVE 'CATEGORIA INEXISTENTE EN CATEGORIAS.TXT'
                TO WS-MENSAJE
              GO TO 1115-REGISTRAR-IMPORTE-EXIT
           END-IF.

           IF CAT-CON-IMPORTE(WS-CAT-IDX)
              MOVE 'IMPORTE REPETIDO PARA LA CATEGORIA' TO WS-MENSAJE
              GO TO 1115-REGISTRAR-IMPORTE-EXIT
           END-IF.

           MOVE WS-ACU-PALABRA3 TO WS-IMP-TEXTO.
           PERFORM 1150-CONVERTIR-IMPORTE
              THRU 1150-CONVERTIR-IMPORTE-EXIT.

           IF SW-IMPORTE-VALIDO-NO OR WS-IMP-VALOR = ZEROS
              MOVE 'IMPORTE INVALIDO (nnnnnnn,nn)' TO WS-MENSAJE
              GO TO 1115-REGISTRAR-IMPORTE-EXIT
           END-IF.

           MOVE WS-IMP-VALOR TO WS-CAT-IMPORTE(WS-CAT-IDX).
           MOVE 'S' TO WS-CAT-CON-IMPORTE(WS-CAT-IDX).
           ADD 1 TO WS-CONT-IMPORTES.

       1115-REGISTRAR-IMPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La vigencia debe ser una fecha valida y no posterior a la
      * fecha de proceso (un acuerdo a futuro se aplica al llegar su
      * vigencia). Se calcula el dia anterior, que cierra el tramo
      * vigente de cada categoria.
      *----------------------------------------------------------------*
       1120-VALIDAR-VIGENCIA.

           IF WS-ACU-VIG-MES < 1 OR WS-ACU-VIG-MES > 12
              DISPLAY 'FECHA DE VIGENCIA INVALIDA: ' WS-ACU-VIGENCIA
              ADD 1 TO WS-CONT-ERRORES
              GO TO 1120-VALIDAR-VIGENCIA-EXIT
           END-IF.

           MOVE WS-ACU-VIG-ANIO TO WS-CALC-ANIO.
           MOVE WS-ACU-VIG-MES  TO WS-CALC-MES.
           PERFORM 1140-DIAS-DEL-MES
              THRU 1140-DIAS-DEL-MES-EXIT.

           IF WS-ACU-VIG-DIA < 1
              OR WS-ACU-VIG-DIA > WS-CALC-DIAS-DEL-MES
              DISPLAY 'FECHA DE VIGENCIA INVALIDA: ' WS-ACU-VIGENCIA
              ADD 1 TO WS-CONT-ERRORES
              GO TO 1120-VALIDAR-VIGENCIA-EXIT
           END-IF.

           IF WS-ACU-VIGENCIA > WS-FECHA-PROCESO
              DISPLAY 'LA VIGENCIA ' WS-ACU-VIGENCIA ' ES POSTERIOR '
                      'A LA FECHA DE PROCESO: APLICAR EL ACUERDO AL '
                      'LLEGAR LA VIGENCIA'
              ADD 1 TO WS-CONT-ERRORES
              GO TO 1120-VALIDAR-VIGENCIA-EXIT
           END-IF.

           MOVE WS-ACU-VIGENCIA(1:6) TO WS-ACU-VIG-PERIODO.

           MOVE WS-ACU-VIG-DIA TO WS-CALC-DIA.
           IF WS-CALC-DIA > 1
              SUBTRACT 1 FROM WS-CALC-DIA
           ELSE
              IF WS-CALC-MES > 1
                 SUBTRACT 1 FROM WS-CALC-MES
              ELSE
                 MOVE 12 TO WS-CALC-MES
                 SUBTRACT 1 FROM WS-CALC-ANIO
              END-IF
              PERFORM 1140-DIAS-DEL-MES
                 THRU 1140-DIAS-DEL-MES-EXIT
              MOVE WS-CALC-DIAS-DEL-MES TO WS-CALC-DIA
           END-IF.

           MOVE WS-CALC-ANIO TO WS-ACU-HASTA-ANTERIOR(1:4).
           MOVE WS-CALC-MES  TO WS-ACU-HASTA-ANTERIOR(5:2).
           MOVE WS-CALC-DIA  TO WS-ACU-HASTA-ANTERIOR(7:2).

       1120-VALIDAR-VIGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Buscar la categoria WS-COD-BUSCADO en la tabla; deja el
      * indice en WS-CAT-IDX
      *----------------------------------------------------------------*
       1130-BUSCAR-CATEGORIA.

           SET SW-ENCONTRADO-NO TO TRUE.

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CANT-CATEGORIA
                      OR SW-ENCONTRADO-SI
              IF WS-CAT-COD(WS-CAT-IDX) = WS-COD-BUSCADO
                 SET SW-ENCONTRADO-SI TO TRUE
              END-IF
           END-PERFORM.

           IF SW-ENCONTRADO-SI
              SUBTRACT 1 FROM WS-CAT-IDX
           END-IF.

       1130-BUSCAR-CATEGORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cantidad de dias del mes WS-CALC-MES del anio WS-CALC-ANIO
      *----------------------------------------------------------------*
       1140-DIAS-DEL-MES.

           MOVE WS-DIAS-MES(WS-CALC-MES) TO WS-CALC-DIAS-DEL-MES.

           DIVIDE WS-CALC-ANIO BY 4 GIVING WS-CALC-COCIENTE
                  REMAINDER WS-CALC-RESTO.
           IF WS-CALC-MES = 2 AND WS-CALC-RESTO = ZEROS
              MOVE 29 TO WS-CALC-DIAS-DEL-MES
           END-IF.

       1140-DIAS-DEL-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Convertir WS-IMP-TEXTO (enteros, coma y hasta dos decimales)
      * a WS-IMP-VALOR
      *----------------------------------------------------------------*
       1150-CONVERTIR-IMPORTE.

           SET SW-IMPORTE-VALIDO-NO TO TRUE.
           MOVE ZEROS TO WS-IMP-VALOR.
           MOVE SPACES TO WS-IMP-ENTERO.
           MOVE SPACES TO WS-IMP-DECIMAL.
           MOVE ZEROS TO WS-IMP-LARGO-ENT.
           MOVE ZEROS TO WS-IMP-LARGO-DEC.
           MOVE ZEROS TO WS-IMP-NUM-ENT.
           MOVE ZEROS TO WS-IMP-NUM-DEC.

           UNSTRING WS-IMP-TEXTO DELIMITED BY ',' OR ALL SPACE
               INTO WS-IMP-ENTERO  COUNT IN WS-IMP-LARGO-ENT
                    WS-IMP-DECIMAL COUNT IN WS-IMP-LARGO-DEC.

           IF WS-IMP-LARGO-ENT < 1 OR WS-IMP-LARGO-ENT > 7
              GO TO 1150-CONVERTIR-IMPORTE-EXIT
           END-IF.

           IF WS-IMP-ENTERO(1:WS-IMP-LARGO-ENT) IS NOT NUMERIC
              GO TO 1150-CONVERTIR-IMPORTE-EXIT
           END-IF.

           MOVE WS-IMP-ENTERO(1:WS-IMP-LARGO-ENT) TO WS-IMP-NUM-ENT.

           IF WS-IMP-LARGO-DEC > 2
              GO TO 1150-CONVERTIR-IMPORTE-EXIT
           END-IF.

           IF WS-IMP-LARGO-DEC > ZEROS
              IF WS-IMP-DECIMAL(1:WS-IMP-LARGO-DEC) IS NOT NUMERIC
                 GO TO 1150-CONVERTIR-IMPORTE-EXIT
              END-IF
              MOVE WS-IMP-DECIMAL(1:WS-IMP-LARGO-DEC)
                TO WS-IMP-NUM-DEC
              IF WS-IMP-LARGO-DEC = 1
                 MULTIPLY 10 BY WS-IMP-NUM-DEC
              END-IF
           END-IF.

           COMPUTE WS-IMP-VALOR = WS-IMP-NUM-ENT
                                + WS-IMP-NUM-DEC / 100.

           SET SW-IMPORTE-VALIDO-SI TO TRUE.

       1150-CONVERTIR-IMPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar el historial de basicos; si todavia no existe, la
      * primera paritaria lo inicia con los basicos actuales
      *----------------------------------------------------------------*
       1200-CARGAR-HIST-BASICOS.

           OPEN INPUT ARCH-HIST-BASICOS.

           IF FS-HIST-BASICOS-NFD
              DISPLAY 'NO EXISTE HISTORIAL-BASICOS.TXT, SE INICIA CON '
                      'LOS BASICOS ACTUALES'
              GO TO 1200-CARGAR-HIST-BASICOS-EXIT
           END-IF.

           IF NOT FS-HIST-BASICOS-OK
              DISPLAY 'ERROR AL ABRIR HISTORIAL-BASICOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-HIST-BASICOS
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

           READ ARCH-HIST-BASICOS.

           PERFORM UNTIL NOT FS-HIST-BASICOS-OK
              IF HBA-BASICO IS NUMERIC
                 AND HBA-DESDE IS NUMERIC
                 AND HBA-HASTA IS NUMERIC
                 IF WS-CANT-HBA < 3000
                    ADD 1 TO WS-CANT-HBA
                    MOVE HBA-CATEGORIA
                      TO WS-HBA-CATEGORIA(WS-CANT-HBA)
                    MOVE HBA-BASICO TO WS-HBA-BASICO(WS-CANT-HBA)
                    MOVE HBA-DESDE  TO WS-HBA-DESDE(WS-CANT-HBA)
                    MOVE HBA-HASTA  TO WS-HBA-HASTA(WS-CANT-HBA)
                    MOVE HBA-ACUERDO
                      TO WS-HBA-ACUERDO(WS-CANT-HBA)
                 ELSE
                    DISPLAY 'HISTORIAL-BASICOS.TXT TIENE MAS DE 3000 '
                            'TRAMOS'
                    ADD 1 TO WS-CONT-ERRORES
                 END-IF
              ELSE
                 DISPLAY 'TRAMO INVALIDO EN HISTORIAL-BASICOS.TXT: '
                         REG-HIST-BASICO
                 ADD 1 TO WS-CONT-ERRORES
              END-IF
              READ ARCH-HIST-BASICOS
           END-PERFORM.

           CLOSE ARCH-HIST-BASICOS.

           IF WS-CONT-ERRORES > ZEROS
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

       1200-CARGAR-HIST-BASICOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Calcular los basicos nuevos y actualizar el historial: el
      * tramo vigente de cada categoria que cambia se cierra el dia
      * anterior a la vigencia y se abre uno nuevo desde la vigencia
      *----------------------------------------------------------------*
       2000-APLICAR-ACUERDO.

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CANT-CATEGORIA

              EVALUATE TRUE
                 WHEN CAT-CON-IMPORTE(WS-CAT-IDX)
                    COMPUTE WS-CAT-BASICO-NUE(WS-CAT-IDX) =
                            WS-CAT-BASICO-ANT(WS-CAT-IDX)
                          + WS-CAT-IMPORTE(WS-CAT-IDX)
                 WHEN SW-CON-PORCENTAJE-SI
                    COMPUTE WS-CAT-BASICO-NUE(WS-CAT-IDX) ROUNDED =
                            WS-CAT-BASICO-ANT(WS-CAT-IDX)
                          + WS-CAT-BASICO-ANT(WS-CAT-IDX)
                          * WS-ACU-PORCENTAJE / 100
              END-EVALUATE

              IF WS-CAT-BASICO-NUE(WS-CAT-IDX)
                 NOT = WS-CAT-BASICO-ANT(WS-CAT-IDX)
                 MOVE 'S' TO WS-CAT-CAMBIA(WS-CAT-IDX)
                 ADD 1 TO WS-CONT-CAT-CAMBIADAS
                 PERFORM 2100-ACTUALIZAR-HIST-BASICO
                    THRU 2100-ACTUALIZAR-HIST-BASICO-EXIT
              END-IF

           END-PERFORM.

           IF WS-CONT-CAT-CAMBIADAS = ZEROS
              DISPLAY 'EL ACUERDO NO CAMBIA NINGUN BASICO'
              ADD 1 TO WS-CONT-ERRORES
           END-IF.

           IF WS-CONT-ERRORES > ZEROS
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

           DISPLAY 'CATEGORIAS CON BASICO NUEVO: '
                   WS-CONT-CAT-CAMBIADAS.

       2000-APLICAR-ACUERDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cerrar el tramo vigente de la categoria WS-CAT-IDX y abrir el
      * nuevo. Sin tramo vigente (primera paritaria de la categoria)
      * el basico actual queda como tramo inicial sin fecha desde.
      *----------------------------------------------------------------*
       2100-ACTUALIZAR-HIST-BASICO.

           MOVE ZEROS TO WS-HBA-ABIERTO.

           PERFORM VARYING WS-HBA-IDX FROM 1 BY 1
                   UNTIL WS-HBA-IDX > WS-CANT-HBA
              IF WS-HBA-CATEGORIA(WS-HBA-IDX) = WS-CAT-COD(WS-CAT-IDX)
                 AND WS-HBA-HASTA(WS-HBA-IDX) = ZEROS
                 MOVE WS-HBA-IDX TO WS-HBA-ABIERTO
              END-IF
           END-PERFORM.

           IF WS-HBA-ABIERTO > ZEROS
              IF WS-HBA-DESDE(WS-HBA-ABIERTO) >= WS-ACU-VIGENCIA
                 DISPLAY 'LA CATEGORIA ' WS-CAT-COD(WS-CAT-IDX)
                         ' YA TIENE UN BASICO VIGENTE DESDE '
                         WS-HBA-DESDE(WS-HBA-ABIERTO)
                 ADD 1 TO WS-CONT-ERRORES
                 GO TO 2100-ACTUALIZAR-HIST-BASICO-EXIT
              END-IF
              MOVE WS-ACU-HASTA-ANTERIOR
                TO WS-HBA-HASTA(WS-HBA-ABIERTO)
           ELSE
              IF WS-CANT-HBA >= 3000
                 DISPLAY 'HISTORIAL-BASICOS.TXT SUPERA LOS 3000 '
                         'TRAMOS'
                 ADD 1 TO WS-CONT-ERRORES
                 GO TO 2100-ACTUALIZAR-HIST-BASICO-EXIT
              END-IF
              ADD 1 TO WS-CANT-HBA
              MOVE WS-CAT-COD(WS-CAT-IDX)
                TO WS-HBA-CATEGORIA(WS-CANT-HBA)
              MOVE WS-CAT-BASICO-ANT(WS-CAT-IDX)
                TO WS-HBA-BASICO(WS-CANT-HBA)
              MOVE ZEROS TO WS-HBA-DESDE(WS-CANT-HBA)
              MOVE WS-ACU-HASTA-ANTERIOR
                TO WS-HBA-HASTA(WS-CANT-HBA)
              MOVE 'BASICO ANTERIOR AL HISTORIAL'
                TO WS-HBA-ACUERDO(WS-CANT-HBA)
           END-IF.

           IF WS-CANT-HBA >= 3000
              DISPLAY 'HISTORIAL-BASICOS.TXT SUPERA LOS 3000 TRAMOS'
              ADD 1 TO WS-CONT-ERRORES
              GO TO 2100-ACTUALIZAR-HIST-BASICO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-HBA.
           MOVE WS-CAT-COD(WS-CAT-IDX) TO WS-HBA-CATEGORIA(WS-CANT-HBA).
           MOVE WS-CAT-BASICO-NUE(WS-CAT-IDX)
             TO WS-HBA-BASICO(WS-CANT-HBA).
           MOVE WS-ACU-VIGENCIA TO WS-HBA-DESDE(WS-CANT-HBA).
           MOVE ZEROS TO WS-HBA-HASTA(WS-CANT-HBA).
           MOVE WS-ACU-DESCRIPCION TO WS-HBA-ACUERDO(WS-CANT-HBA).

       2100-ACTUALIZAR-HIST-BASICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Calcular el retroactivo desde el mes de la vigencia hasta el
      * mes anterior al de proceso (el mes en curso ya se liquida con
      * la tabla nueva) y grabar la interfaz y el reporte
      *----------------------------------------------------------------*
       3000-CALCULAR-RETROACTIVO.

           MOVE WS-ACU-VIG-PERIODO TO WS-PER-DESDE.

           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO.
           IF WS-PER-MES > 1
              SUBTRACT 1 FROM WS-PER-MES
           ELSE
              MOVE 12 TO WS-PER-MES
              SUBTRACT 1 FROM WS-PER-ANIO
           END-IF.
           MOVE WS-PERIODO TO WS-PER-HASTA.

           IF WS-PER-DESDE > WS-PER-HASTA
              SET SW-HAY-RETROACTIVO-NO TO TRUE
              DISPLAY 'LA VIGENCIA ES DEL MES DE PROCESO: NO HAY '
                      'RETROACTIVO'
           ELSE
              SET SW-HAY-RETROACTIVO-SI TO TRUE
              PERFORM 3100-CARGAR-LEGAJOS
                 THRU 3100-CARGAR-LEGAJOS-EXIT
              PERFORM 3200-CARGAR-MOVIMIENTOS
                 THRU 3200-CARGAR-MOVIMIENTOS-EXIT
           END-IF.

           PERFORM 3050-ABRIR-SALIDAS
              THRU 3050-ABRIR-SALIDAS-EXIT.

           IF SW-HAY-RETROACTIVO-SI
              PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                      UNTIL WS-LEG-IDX > WS-CANT-LEG
                         OR SW-GRABACION-ERROR
                 PERFORM 3300-LIQUIDAR-LEGAJO
                    THRU 3300-LIQUIDAR-LEGAJO-EXIT
              END-PERFORM
           END-IF.

           IF SW-GRABACION-OK
              MOVE WS-RET-TRAILER TO REG-RETROACTIVO
              WRITE REG-RETROACTIVO
              IF NOT FS-RETROACTIVO-OK
                 SET SW-GRABACION-ERROR TO TRUE
              END-IF
           END-IF.

           CLOSE SAL-RETROACTIVO.

           IF SW-GRABACION-ERROR
      *       Sin la cola de control el receptor no puede validar la
      *       interfaz: no se deja un archivo a medio grabar.
              CLOSE SAL-REPORTE
              CALL 'CBL_DELETE_FILE' USING WS-ARCH-RETROACTIVO
              CALL 'CBL_DELETE_FILE' USING WS-ARCH-REPORTE
              MOVE 0 TO RETURN-CODE
              DISPLAY 'ERROR AL GRABAR RETROACTIVO-SUELDOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-RETROACTIVO
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

           PERFORM 3600-TOTALES-REPORTE
              THRU 3600-TOTALES-REPORTE-EXIT.

           CLOSE SAL-REPORTE.

       3000-CALCULAR-RETROACTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Abrir la interfaz y el reporte; grabar la cabecera de la
      * interfaz y el detalle de basicos del reporte
      *----------------------------------------------------------------*
       3050-ABRIR-SALIDAS.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR REPORTE-PARITARIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

           OPEN OUTPUT SAL-RETROACTIVO.

           IF NOT FS-RETROACTIVO-OK
              DISPLAY 'ERROR AL ABRIR RETROACTIVO-SUELDOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-RETROACTIVO
              CLOSE SAL-REPORTE
              CALL 'CBL_DELETE_FILE' USING WS-ARCH-REPORTE
              MOVE 0 TO RETURN-CODE
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

           MOVE WS-FECHA-PROCESO TO WS-RET-HDR-FECHA.
           MOVE WS-ACU-VIGENCIA  TO WS-RET-HDR-VIGENCIA.
           MOVE WS-RET-HEADER TO REG-RETROACTIVO.
           WRITE REG-RETROACTIVO.

           IF NOT FS-RETROACTIVO-OK
              SET SW-GRABACION-ERROR TO TRUE
           END-IF.

           MOVE ZEROS TO WS-RET-TRL-CANT.
           MOVE ZEROS TO WS-RET-TRL-HASH.
           MOVE ZEROS TO WS-RET-TRL-TOTAL.

           MOVE SPACES TO REG-REPORTE.
           STRING 'APLICACION DE ACUERDO PARITARIA - FECHA: '
                                        DELIMITED BY SIZE
                  WS-FECHA-PROCESO      DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'ACUERDO: '           DELIMITED BY SIZE
                  WS-ACU-DESCRIPCION    DELIMITED BY SIZE
                  '  VIGENCIA: '        DELIMITED BY SIZE
                  WS-ACU-VIGENCIA       DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           IF SW-CON-PORCENTAJE-SI
              MOVE WS-ACU-PORCENTAJE TO WS-PORCENTAJE-ED
              MOVE SPACES TO REG-REPORTE
              STRING 'PORCENTAJE GENERAL: ' DELIMITED BY SIZE
                     WS-PORCENTAJE-ED       DELIMITED BY SIZE
                     ' %'                   DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

           MOVE '--------------------------------------------------' &
                '--------------------------------' TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'BASICOS POR CATEGORIA (ANTERIOR / NUEVO):'
             TO REG-REPORTE.
           WRITE REG-REPORTE.

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CANT-CATEGORIA
              MOVE WS-CAT-BASICO-ANT(WS-CAT-IDX) TO WS-BASICO-ED
              MOVE WS-CAT-BASICO-NUE(WS-CAT-IDX) TO WS-BASICO-ED2
              MOVE SPACES TO REG-REPORTE
              STRING '  '                    DELIMITED BY SIZE
                     WS-CAT-COD(WS-CAT-IDX)  DELIMITED BY SIZE
                     '-'                     DELIMITED BY SIZE
                     WS-CAT-DESC(WS-CAT-IDX) DELIMITED BY SIZE
                     ' '                     DELIMITED BY SIZE
                     WS-BASICO-ED            DELIMITED BY SIZE
                     ' / '                   DELIMITED BY SIZE
                     WS-BASICO-ED2           DELIMITED BY SIZE
                INTO REG-REPORTE
              IF CAT-CON-IMPORTE(WS-CAT-IDX)
                 MOVE '(IMPORTE FIJO)' TO REG-REPORTE(61:14)
              END-IF
              IF NOT CAT-CAMBIA(WS-CAT-IDX)
                 MOVE '(SIN CAMBIO)' TO REG-REPORTE(61:12)
              END-IF
              WRITE REG-REPORTE
           END-PERFORM.

           MOVE '--------------------------------------------------' &
                '--------------------------------' TO REG-REPORTE.
           WRITE REG-REPORTE.

           IF SW-HAY-RETROACTIVO-SI
              MOVE SPACES TO REG-REPORTE
              STRING 'RETROACTIVO DE LOS PERIODOS '
                                        DELIMITED BY SIZE
                     WS-PER-DESDE       DELIMITED BY SIZE
                     ' A '              DELIMITED BY SIZE
                     WS-PER-HASTA       DELIMITED BY SIZE
                     ' POR LEGAJO:'     DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           ELSE
              MOVE 'VIGENCIA EN EL MES DE PROCESO: SIN RETROACTIVO'
                TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       3050-ABRIR-SALIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar los legajos del padron desde el maestro, recorrido por
      * su clave primaria
      *----------------------------------------------------------------*
       3100-CARGAR-LEGAJOS.

           OPEN INPUT MAESTRO-EMP.

           IF FS-MAESTRO-NFD
              DISPLAY 'MAESTRO-EMPLEADOS.DAT NO EXISTE, NO SE PUEDE '
                      'CALCULAR EL RETROACTIVO (CORRER LA CONVERSION)'
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL ABRIR MAESTRO-EMPLEADOS.DAT'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

           MOVE ZEROS TO MAE-LEGAJO.

           START MAESTRO-EMP KEY IS NOT LESS THAN MAE-LEGAJO.

           IF FS-MAESTRO-OK
              READ MAESTRO-EMP NEXT
           END-IF.

           PERFORM UNTIL NOT FS-MAESTRO-OK
              IF WS-CANT-LEG < 9999
                 ADD 1 TO WS-CANT-LEG
                 MOVE MAE-LEGAJO    TO WS-LEG-LEGAJO(WS-CANT-LEG)
                 MOVE MAE-APELLIDO  TO WS-LEG-APELLIDO(WS-CANT-LEG)
                 MOVE MAE-CATEGORIA TO WS-LEG-CATEGORIA(WS-CANT-LEG)
                 MOVE 'S'           TO WS-LEG-EN-MAESTRO(WS-CANT-LEG)
              ELSE
                 DISPLAY 'EL MAESTRO SUPERA LOS 9999 LEGAJOS'
                 ADD 1 TO WS-CONT-ERRORES
              END-IF
              READ MAESTRO-EMP NEXT
           END-PERFORM.

           IF NOT FS-MAESTRO-EOF
              DISPLAY 'ERROR AL RECORRER EL MAESTRO'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              ADD 1 TO WS-CONT-ERRORES
           END-IF.

           CLOSE MAESTRO-EMP.

           MOVE WS-CANT-LEG TO WS-CANT-LEG-MAE.

           IF WS-CONT-ERRORES > ZEROS
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

       3100-CARGAR-LEGAJOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar del historial de legajos los movimientos desde la
      * vigencia; los legajos que no estan en el maestro (egresados
      * en el periodo) se agregan a la tabla de legajos
      *----------------------------------------------------------------*
       3200-CARGAR-MOVIMIENTOS.

           OPEN INPUT ENT-HISTORIAL.

           IF FS-HISTORIAL-NFD
              DISPLAY 'NO EXISTE HISTORIAL-LEGAJOS.TXT: LA CATEGORIA '
                      'DE CADA PERIODO ES LA ACTUAL'
              GO TO 3200-CARGAR-MOVIMIENTOS-EXIT
           END-IF.

           IF NOT FS-HISTORIAL-OK
              DISPLAY 'ERROR AL ABRIR HISTORIAL-LEGAJOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

           READ ENT-HISTORIAL.

           PERFORM UNTIL NOT FS-HISTORIAL-OK
              IF REG-HISTORIAL(18:9) = ' LEGAJO: '
                 AND REG-HISTORIAL(27:8) IS NUMERIC
                 AND REG-HISTORIAL(1:8) IS NUMERIC
                 AND REG-HISTORIAL(1:8) >= WS-ACU-VIGENCIA
                 PERFORM 3210-REGISTRAR-MOVIMIENTO
                    THRU 3210-REGISTRAR-MOVIMIENTO-EXIT
              END-IF
              READ ENT-HISTORIAL
           END-PERFORM.

           CLOSE ENT-HISTORIAL.

           DISPLAY 'MOVIMIENTOS DE LEGAJOS DESDE LA VIGENCIA: '
                   WS-CONT-MOV-LEIDOS.

           IF WS-CONT-ERRORES > ZEROS
              PERFORM 9000-CANCELAR
                 THRU 9000-CANCELAR-EXIT
           END-IF.

       3200-CARGAR-MOVIMIENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Registrar una linea del historial: fecha, legajo y la
      * categoria de la imagen anterior (en blanco si el legajo no
      * estaba en el padron, es decir un alta o reingreso)
      *----------------------------------------------------------------*
       3210-REGISTRAR-MOVIMIENTO.

           ADD 1 TO WS-CONT-MOV-LEIDOS.

           IF WS-CANT-MOV >= 20000
              DISPLAY 'HISTORIAL-LEGAJOS.TXT TIENE MAS DE 20000 '
                      'MOVIMIENTOS DESDE LA VIGENCIA'
              ADD 1 TO WS-CONT-ERRORES
              GO TO 3210-REGISTRAR-MOVIMIENTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-MOV.
           MOVE REG-HISTORIAL(27:8) TO WS-MOV-LEGAJO(WS-CANT-MOV).
           MOVE REG-HISTORIAL(1:8)  TO WS-MOV-FECHA(WS-CANT-MOV).

           IF REG-HISTORIAL(73:74) = SPACES
              MOVE SPACES TO WS-MOV-CAT-ANT(WS-CANT-MOV)
              MOVE 'N'    TO WS-MOV-PRESENTE(WS-CANT-MOV)
           ELSE
              MOVE REG-HISTORIAL(143:2)
                TO WS-MOV-CAT-ANT(WS-CANT-MOV)
              MOVE 'S'    TO WS-MOV-PRESENTE(WS-CANT-MOV)
           END-IF.

           MOVE REG-HISTORIAL(27:8) TO WS-LEGAJO-BUSCADO.
           PERFORM 3250-BUSCAR-LEGAJO
              THRU 3250-BUSCAR-LEGAJO-EXIT.

           IF WS-LEG-HALLADO > ZEROS
              GO TO 3210-REGISTRAR-MOVIMIENTO-EXIT
           END-IF.

           IF WS-CANT-LEG >= 9999
              DISPLAY 'MAS DE 9999 LEGAJOS A LIQUIDAR'
              ADD 1 TO WS-CONT-ERRORES
              GO TO 3210-REGISTRAR-MOVIMIENTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-LEG.
           MOVE WS-LEGAJO-BUSCADO TO WS-LEG-LEGAJO(WS-CANT-LEG).
           MOVE SPACES TO WS-LEG-CATEGORIA(WS-CANT-LEG).
           MOVE 'N'    TO WS-LEG-EN-MAESTRO(WS-CANT-LEG).
           IF REG-HISTORIAL(73:74) = SPACES
              MOVE REG-HISTORIAL(188:25)
                TO WS-LEG-APELLIDO(WS-CANT-LEG)
           ELSE
              MOVE REG-HISTORIAL(106:25)
                TO WS-LEG-APELLIDO(WS-CANT-LEG)
           END-IF.

       3210-REGISTRAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Buscar WS-LEGAJO-BUSCADO: binaria en la parte del maestro y
      * secuencial en los agregados del historial. Deja el indice en
      * WS-LEG-HALLADO (ceros si no esta).
      *----------------------------------------------------------------*
       3250-BUSCAR-LEGAJO.

           MOVE ZEROS TO WS-LEG-HALLADO.
           MOVE 1 TO WS-INICIO.
           MOVE WS-CANT-LEG-MAE TO WS-FIN.

           PERFORM UNTIL WS-INICIO > WS-FIN
                      OR WS-LEG-HALLADO > ZEROS
              ADD WS-INICIO TO WS-FIN GIVING WS-MITAD
              DIVIDE WS-MITAD BY 2 GIVING WS-MITAD
              EVALUATE TRUE
                 WHEN WS-LEG-LEGAJO(WS-MITAD) = WS-LEGAJO-BUSCADO
                    MOVE WS-MITAD TO WS-LEG-HALLADO
                 WHEN WS-LEG-LEGAJO(WS-MITAD) > WS-LEGAJO-BUSCADO
                    SUBTRACT 1 FROM WS-MITAD GIVING WS-FIN
                 WHEN OTHER
                    ADD 1 TO WS-MITAD GIVING WS-INICIO
              END-EVALUATE
           END-PERFORM.

           IF WS-LEG-HALLADO > ZEROS
              GO TO 3250-BUSCAR-LEGAJO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-LEG-MAE GIVING WS-LEG-IDX.

           PERFORM UNTIL WS-LEG-IDX > WS-CANT-LEG
                      OR WS-LEG-HALLADO > ZEROS
              IF WS-LEG-LEGAJO(WS-LEG-IDX) = WS-LEGAJO-BUSCADO
                 MOVE WS-LEG-IDX TO WS-LEG-HALLADO
              END-IF
              ADD 1 TO WS-LEG-IDX
           END-PERFORM.

       3250-BUSCAR-LEGAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Liquidar el retroactivo del legajo WS-LEG-IDX, periodo por
      * periodo, con sus movimientos desde la vigencia
      *----------------------------------------------------------------*
       3300-LIQUIDAR-LEGAJO.

           MOVE ZEROS TO WS-CANT-LMO.
           MOVE ZEROS TO WS-TOTAL-LEGAJO.

           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-CANT-MOV
              IF WS-MOV-LEGAJO(WS-MOV-IDX) = WS-LEG-LEGAJO(WS-LEG-IDX)
                 IF WS-CANT-LMO < 500
                    ADD 1 TO WS-CANT-LMO
                    MOVE WS-MOV-FECHA(WS-MOV-IDX)
                      TO WS-LMO-FECHA(WS-CANT-LMO)
                    MOVE WS-MOV-CAT-ANT(WS-MOV-IDX)
                      TO WS-LMO-CAT-ANT(WS-CANT-LMO)
                    MOVE WS-MOV-PRESENTE(WS-MOV-IDX)
                      TO WS-LMO-PRESENTE(WS-CANT-LMO)
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WS-PER-DESDE TO WS-PERIODO.

           PERFORM UNTIL WS-PERIODO > WS-PER-HASTA
                      OR SW-GRABACION-ERROR
              PERFORM 3400-LIQUIDAR-PERIODO
                 THRU 3400-LIQUIDAR-PERIODO-EXIT
              IF WS-PER-MES < 12
                 ADD 1 TO WS-PER-MES
              ELSE
                 MOVE 1 TO WS-PER-MES
                 ADD 1 TO WS-PER-ANIO
              END-IF
           END-PERFORM.

           IF WS-TOTAL-LEGAJO > ZEROS
              ADD 1 TO WS-CONT-LEG-LIQUIDADOS
              MOVE WS-TOTAL-LEGAJO TO WS-IMPORTE-ED
              MOVE SPACES TO REG-REPORTE
              STRING '  TOTAL LEGAJO '          DELIMITED BY SIZE
                     WS-LEG-LEGAJO(WS-LEG-IDX)  DELIMITED BY SIZE
                     ': '                       DELIMITED BY SIZE
                     WS-IMPORTE-ED              DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       3300-LIQUIDAR-LEGAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Liquidar el periodo WS-PERIODO del legajo WS-LEG-IDX. La
      * categoria es la del ultimo dia del mes: la imagen anterior
      * del primer movimiento posterior a ese dia o, si no hubo
      * movimientos despues, la del maestro. Sin categoria el legajo
      * no estaba en el padron ese dia.
      *----------------------------------------------------------------*
       3400-LIQUIDAR-PERIODO.

           MOVE WS-PER-ANIO TO WS-CALC-ANIO.
           MOVE WS-PER-MES  TO WS-CALC-MES.
           PERFORM 1140-DIAS-DEL-MES
              THRU 1140-DIAS-DEL-MES-EXIT.

           MOVE WS-PERIODO           TO WS-FECHA-REFERENCIA(1:6).
           MOVE WS-CALC-DIAS-DEL-MES TO WS-FECHA-REFERENCIA(7:2).

           SET SW-PRESENTE-NO TO TRUE.
           SET SW-ENCONTRADO-NO TO TRUE.
           MOVE SPACES TO WS-CAT-PERIODO.

           PERFORM VARYING WS-LMO-IDX FROM 1 BY 1
                   UNTIL WS-LMO-IDX > WS-CANT-LMO
                      OR SW-ENCONTRADO-SI
              IF WS-LMO-FECHA(WS-LMO-IDX) > WS-FECHA-REFERENCIA
                 SET SW-ENCONTRADO-SI TO TRUE
                 IF WS-LMO-PRESENTE(WS-LMO-IDX) = 'S'
                    SET SW-PRESENTE-SI TO TRUE
                    MOVE WS-LMO-CAT-ANT(WS-LMO-IDX) TO WS-CAT-PERIODO
                 END-IF
              END-IF
           END-PERFORM.

           IF SW-ENCONTRADO-NO AND LEG-EN-MAESTRO(WS-LEG-IDX)
              SET SW-PRESENTE-SI TO TRUE
              MOVE WS-LEG-CATEGORIA(WS-LEG-IDX) TO WS-CAT-PERIODO
           END-IF.

           IF SW-PRESENTE-NO
              GO TO 3400-LIQUIDAR-PERIODO-EXIT
           END-IF.

           MOVE WS-CAT-PERIODO TO WS-COD-BUSCADO.
           PERFORM 1130-BUSCAR-CATEGORIA
              THRU 1130-BUSCAR-CATEGORIA-EXIT.

           IF SW-ENCONTRADO-NO
              ADD 1 TO WS-CONT-SIN-CATEGORIA
              MOVE SPACES TO REG-REPORTE
              STRING '  LEGAJO '                DELIMITED BY SIZE
                     WS-LEG-LEGAJO(WS-LEG-IDX)  DELIMITED BY SIZE
                     ' PERIODO '                DELIMITED BY SIZE
                     WS-PERIODO                 DELIMITED BY SIZE
                     ' CATEGORIA '              DELIMITED BY SIZE
                     WS-CAT-PERIODO             DELIMITED BY SIZE
                     ' INEXISTENTE EN LA TABLA: SIN RETROACTIVO'
                                                DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
              GO TO 3400-LIQUIDAR-PERIODO-EXIT
           END-IF.

           IF NOT CAT-CAMBIA(WS-CAT-IDX)
              GO TO 3400-LIQUIDAR-PERIODO-EXIT
           END-IF.

      *    El mes de la vigencia se paga por los dias desde la
      *    vigencia, sobre mes de 30.
           MOVE 30 TO WS-DIAS-PERIODO.
           IF WS-PERIODO = WS-ACU-VIG-PERIODO
              AND WS-ACU-VIG-DIA > 1
              IF WS-ACU-VIG-DIA > 30
                 MOVE 1 TO WS-DIAS-PERIODO
              ELSE
                 COMPUTE WS-DIAS-PERIODO = 31 - WS-ACU-VIG-DIA
              END-IF
           END-IF.

           COMPUTE WS-DIFERENCIA = WS-CAT-BASICO-NUE(WS-CAT-IDX)
                                 - WS-CAT-BASICO-ANT(WS-CAT-IDX).

           COMPUTE WS-IMPORTE-PERIODO ROUNDED =
                   WS-DIFERENCIA * WS-DIAS-PERIODO / 30.

           IF WS-IMPORTE-PERIODO NOT > ZEROS
              GO TO 3400-LIQUIDAR-PERIODO-EXIT
           END-IF.

           MOVE WS-LEG-LEGAJO(WS-LEG-IDX)   TO WS-RET-DET-LEGAJO.
           MOVE WS-LEG-APELLIDO(WS-LEG-IDX) TO WS-RET-DET-APELLIDO.
           MOVE WS-PERIODO                  TO WS-RET-DET-PERIODO.
           MOVE WS-CAT-PERIODO              TO WS-RET-DET-CATEGORIA.
           MOVE WS-DIAS-PERIODO             TO WS-RET-DET-DIAS.
           MOVE WS-CAT-BASICO-ANT(WS-CAT-IDX)
             TO WS-RET-DET-BASICO-ANT.
           MOVE WS-CAT-BASICO-NUE(WS-CAT-IDX)
             TO WS-RET-DET-BASICO-NUE.
           MOVE WS-IMPORTE-PERIODO          TO WS-RET-DET-IMPORTE.

           MOVE WS-RET-DETALLE TO REG-RETROACTIVO.
           WRITE REG-RETROACTIVO.

           IF NOT FS-RETROACTIVO-OK
              SET SW-GRABACION-ERROR TO TRUE
              GO TO 3400-LIQUIDAR-PERIODO-EXIT
           END-IF.

           ADD 1 TO WS-RET-TRL-CANT.
           ADD WS-LEG-LEGAJO(WS-LEG-IDX) TO WS-RET-TRL-HASH.
           ADD WS-IMPORTE-PERIODO TO WS-RET-TRL-TOTAL.
           ADD WS-IMPORTE-PERIODO TO WS-TOTAL-LEGAJO.

           MOVE WS-IMPORTE-PERIODO TO WS-IMPORTE-ED.
           MOVE SPACES TO REG-REPORTE.
           STRING '  LEGAJO '                DELIMITED BY SIZE
                  WS-LEG-LEGAJO(WS-LEG-IDX)  DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-LEG-APELLIDO(WS-LEG-IDX) DELIMITED BY SIZE
                  ' PER. '                   DELIMITED BY SIZE
                  WS-PERIODO                 DELIMITED BY SIZE
                  ' CAT. '                   DELIMITED BY SIZE
                  WS-CAT-PERIODO             DELIMITED BY SIZE
                  ' DIAS '                   DELIMITED BY SIZE
                  WS-DIAS-PERIODO            DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-IMPORTE-ED              DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

       3400-LIQUIDAR-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Totales del reporte, iguales a la cola de la interfaz
      *----------------------------------------------------------------*
       3600-TOTALES-REPORTE.

           MOVE '--------------------------------------------------' &
                '--------------------------------' TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE WS-RET-TRL-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO REG-REPORTE.
           STRING 'TOTAL RETROACTIVO: '     DELIMITED BY SIZE
                  WS-TOTAL-ED               DELIMITED BY SIZE
                  '  LEGAJOS: '             DELIMITED BY SIZE
                  WS-CONT-LEG-LIQUIDADOS    DELIMITED BY SIZE
                  '  DETALLES: '            DELIMITED BY SIZE
                  WS-RET-TRL-CANT           DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           IF WS-CONT-SIN-CATEGORIA > ZEROS
              MOVE SPACES TO REG-REPORTE
              STRING 'ATENCION: PERIODOS CON CATEGORIA INEXISTENTE '
                     '(SIN RETROACTIVO): '  DELIMITED BY SIZE
                     WS-CONT-SIN-CATEGORIA  DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       3600-TOTALES-REPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Grabar la tabla de categorias y el historial de basicos en
      * temporales y reemplazar los archivos: la tabla anterior queda
      * en CATEGORIAS-ANTERIOR.TXT
      *----------------------------------------------------------------*
       4000-GRABAR-TABLAS.

           OPEN OUTPUT SAL-CATEGORIAS-TMP.

           IF NOT FS-CATEGORIAS-TMP-OK
              DISPLAY 'ERROR AL ABRIR CATEGORIAS.TMP'
              DISPLAY 'FILE STATUS: ' FS-CATEGORIAS-TMP
              GO TO 4000-ERROR-TEMPORALES
           END-IF.

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CANT-CATEGORIA
                      OR SW-GRABACION-ERROR
              MOVE SPACES TO REG-CATEGORIA-NUEVA
              MOVE WS-CAT-COD(WS-CAT-IDX)        TO CNU-CODIGO
              MOVE WS-CAT-DESC(WS-CAT-IDX)       TO CNU-DESCRIPCION
              MOVE WS-CAT-BASICO-NUE(WS-CAT-IDX) TO CNU-BASICO
              WRITE REG-CATEGORIA-NUEVA
              IF NOT FS-CATEGORIAS-TMP-OK
                 SET SW-GRABACION-ERROR TO TRUE
              END-IF
           END-PERFORM.

           CLOSE SAL-CATEGORIAS-TMP.

           IF SW-GRABACION-ERROR
              DISPLAY 'ERROR AL GRABAR CATEGORIAS.TMP'
              DISPLAY 'FILE STATUS: ' FS-CATEGORIAS-TMP
              GO TO 4000-ERROR-TEMPORALES
           END-IF.

           OPEN OUTPUT SAL-HIST-BASICOS-TMP.

           IF NOT FS-HIST-BASICOS-TMP-OK
              DISPLAY 'ERROR AL ABRIR HISTORIAL-BASICOS.TMP'
              DISPLAY 'FILE STATUS: ' FS-HIST-BASICOS-TMP
              GO TO 4000-ERROR-TEMPORALES
           END-IF.

           PERFORM VARYING WS-HBA-IDX FROM 1 BY 1
                   UNTIL WS-HBA-IDX > WS-CANT-HBA
                      OR SW-GRABACION-ERROR
              MOVE WS-HBA-CATEGORIA(WS-HBA-IDX)
                TO WS-HBA-REG-CATEGORIA
              MOVE WS-HBA-BASICO(WS-HBA-IDX)  TO WS-HBA-REG-BASICO
              MOVE WS-HBA-DESDE(WS-HBA-IDX)   TO WS-HBA-REG-DESDE
              MOVE WS-HBA-HASTA(WS-HBA-IDX)   TO WS-HBA-REG-HASTA
              MOVE WS-HBA-ACUERDO(WS-HBA-IDX) TO WS-HBA-REG-ACUERDO
              MOVE WS-HBA-REGISTRO TO REG-HIST-BASICO-TMP
              WRITE REG-HIST-BASICO-TMP
              IF NOT FS-HIST-BASICOS-TMP-OK
                 SET SW-GRABACION-ERROR TO TRUE
              END-IF
           END-PERFORM.

           CLOSE SAL-HIST-BASICOS-TMP.

           IF SW-GRABACION-ERROR
              DISPLAY 'ERROR AL GRABAR HISTORIAL-BASICOS.TMP'
              DISPLAY 'FILE STATUS: ' FS-HIST-BASICOS-TMP
              GO TO 4000-ERROR-TEMPORALES
           END-IF.

      *    Con los temporales completos se reemplazan los archivos.
           CALL 'CBL_DELETE_FILE' USING WS-ARCH-CATEGORIAS-ANT.
           MOVE 0 TO RETURN-CODE.

           CALL 'CBL_RENAME_FILE' USING WS-ARCH-CATEGORIAS
                                        WS-ARCH-CATEGORIAS-ANT.

           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              DISPLAY 'NO SE PUDO GUARDAR CATEGORIAS-ANTERIOR.TXT'
              GO TO 4000-ERROR-TEMPORALES
           END-IF.

           CALL 'CBL_RENAME_FILE' USING WS-ARCH-CATEGORIAS-TMP
                                        WS-ARCH-CATEGORIAS.

           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              DISPLAY 'ATENCION: NO SE PUDO REEMPLAZAR CATEGORIAS.TXT;'
                      ' LA TABLA ANTERIOR QUEDO EN '
                      'CATEGORIAS-ANTERIOR.TXT'
              CALL 'CBL_RENAME_FILE' USING WS-ARCH-CATEGORIAS-ANT
                                           WS-ARCH-CATEGORIAS
              GO TO 4000-ERROR-TEMPORALES
           END-IF.

           CALL 'CBL_RENAME_FILE' USING WS-ARCH-HIST-BASICOS-TMP
                                        WS-ARCH-HIST-BASICOS.

           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              DISPLAY 'ATENCION: CATEGORIAS.TXT YA TIENE LOS BASICOS '
                      'NUEVOS PERO NO SE PUDO REEMPLAZAR '
                      'HISTORIAL-BASICOS.TXT: RENOMBRAR A MANO '
                      'HISTORIAL-BASICOS.TMP'
              PERFORM 8010-LIBERAR-TRABA
                 THRU 8010-LIBERAR-TRABA-EXIT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           GO TO 4000-GRABAR-TABLAS-EXIT.

       4000-ERROR-TEMPORALES.

           CALL 'CBL_DELETE_FILE' USING WS-ARCH-CATEGORIAS-TMP.
           CALL 'CBL_DELETE_FILE' USING WS-ARCH-HIST-BASICOS-TMP.
           CALL 'CBL_DELETE_FILE' USING WS-ARCH-RETROACTIVO.
           CALL 'CBL_DELETE_FILE' USING WS-ARCH-REPORTE.
           MOVE 0 TO RETURN-CODE.

           PERFORM 9000-CANCELAR
              THRU 9000-CANCELAR-EXIT.

       4000-GRABAR-TABLAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cierre: totales por consola y liberacion de la traba
      *----------------------------------------------------------------*
       8000-FINALIZAR.

           DISPLAY 'ACUERDO APLICADO CON VIGENCIA: ' WS-ACU-VIGENCIA.
           DISPLAY 'CATEGORIAS ACTUALIZADAS: ' WS-CONT-CAT-CAMBIADAS.
           DISPLAY 'LEGAJOS CON RETROACTIVO: ' WS-CONT-LEG-LIQUIDADOS.
           DISPLAY 'DETALLES EN LA INTERFAZ: ' WS-RET-TRL-CANT.
           MOVE WS-RET-TRL-TOTAL TO WS-TOTAL-ED.
           DISPLAY 'TOTAL RETROACTIVO: ' WS-TOTAL-ED.

           IF WS-CONT-SIN-CATEGORIA > ZEROS
              DISPLAY 'PERIODOS CON CATEGORIA INEXISTENTE: '
                      WS-CONT-SIN-CATEGORIA
           END-IF.

           DISPLAY 'VER REPORTE EN: REPORTE-PARITARIA.TXT'.
           DISPLAY 'INTERFAZ PARA SUELDOS: RETROACTIVO-SUELDOS.TXT'.

           PERFORM 8010-LIBERAR-TRABA
              THRU 8010-LIBERAR-TRABA-EXIT.

       8000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Liberar la traba de ejecucion tomada al iniciar
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
      * Cancelar sin tocar las tablas: liberar la traba y terminar
      * con codigo de retorno 8
      *----------------------------------------------------------------*
       9000-CANCELAR.

           DISPLAY 'NO SE APLICA EL ACUERDO: CATEGORIAS.TXT Y '
                   'HISTORIAL-BASICOS.TXT QUEDAN SIN CAMBIOS'.

           PERFORM 8010-LIBERAR-TRABA
              THRU 8010-LIBERAR-TRABA-EXIT.

           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9000-CANCELAR-EXIT.
           EXIT.

       END PROGRAM CL19EJ17a.
