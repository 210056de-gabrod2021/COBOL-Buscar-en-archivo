      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interfaz con el reloj de control de acceso: lee el
      *          archivo diario de fichadas FICHADAS.TXT (legajo,
      *          fecha, hora, entrada/salida y sucursal de la
      *          terminal) y lo cruza, a la fecha de proceso de
      *          CONTROL-EJECUCION.TXT, contra el maestro, el archivo
      *          de egresados y las licencias vigentes de
      *          LICENCIAS.TXT. Emite por sucursal el reporte diario
      *          de ausentismo REPORTE-AUSENTISMO.TXT con los activos
      *          sin fichada y sin licencia, las fichadas de legajos
      *          de licencia o dados de baja, las de legajos
      *          inexistentes y las hechas en una sucursal distinta
      *          de la asignada. Corre sin consola, como paso de la
      *          cadena nocturna de CL19EJ08a.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * - Version inicial: solo se toman las fichadas de la fecha de
      *   proceso; cada legajo se informa una vez por terminal. Sin
      *   fichadas del dia (reloj sin archivo, feriado) no se
      *   calculan ausencias. RC 0 sin ausencias, 4 con ausencias o
      *   sin fichadas, 8 error de archivos.
      * - Egresados lleva un registro por periodo (clave legajo +
      *   fecha de egreso): la fichada de un legajo fuera del maestro
      *   se clasifica con su ultimo periodo. Los cortes por error
      *   de archivos cierran los que quedaron abiertos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ16a.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENT-FICHADAS
           ASSIGN TO '../FICHADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FICHADAS.

       SELECT ENT-LICENCIAS
           ASSIGN TO '../LICENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LICENCIAS.

       SELECT MAESTRO-EMP
           ASSIGN TO '../MAESTRO-EMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MAE-LEGAJO
           ALTERNATE RECORD KEY IS MAE-APELLIDO WITH DUPLICATES
           ALTERNATE RECORD KEY IS MAE-ESTADO WITH DUPLICATES
           FILE STATUS IS FS-MAESTRO.

       SELECT EGRESADOS-EMP
           ASSIGN TO '../EGRESADOS-EMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EGR-CLAVE
           FILE STATUS IS FS-EGRESADOS.

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
           ASSIGN TO '../REPORTE-AUSENTISMO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

      *    Fichada del reloj: una linea por marca de entrada o salida,
      *    con la hora HHMM y la sucursal de la terminal.
       FD ENT-FICHADAS.
       01 REG-FICHADA.
          05 FIC-LEGAJO                    PIC 9(08).
          05 FILLER                        PIC X(01).
          05 FIC-FECHA                     PIC 9(08).
          05 FILLER                        PIC X(01).
          05 FIC-HORA                      PIC 9(04).
          05 FILLER                        PIC X(01).
          05 FIC-MOVIMIENTO                PIC X(01).
             88 FIC-ENTRADA                          VALUE 'E'.
             88 FIC-SALIDA                           VALUE 'S'.
          05 FILLER                        PIC X(01).
          05 FIC-SUCURSAL                  PIC X(02).

       FD ENT-LICENCIAS.
       01 REG-LICENCIA.
          05 LIC-LEGAJO                    PIC 9(08).
          05 FILLER                        PIC X(01).
          05 LIC-TIPO                      PIC X(02).
          05 FILLER                        PIC X(01).
          05 LIC-DESDE                     PIC 9(08).
          05 FILLER                        PIC X(01).
          05 LIC-HASTA                     PIC 9(08).

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

       FD EGRESADOS-EMP.
       01 REG-EGRESADO.
          05 EGR-CLAVE.
             10 EGR-LEGAJO                 PIC 9(08).
             10 EGR-FECHA-EGRESO           PIC 9(08).
          05 EGR-DATOS.
             10 EGR-DAT-LEGAJO             PIC 9(08).
             10 EGR-NOMBRE                 PIC X(25).
             10 EGR-APELLIDO               PIC X(25).
             10 EGR-ESTADO                 PIC X(02).
             10 EGR-SECTOR                 PIC X(02).
             10 EGR-FECHA-INGRESO          PIC 9(08).
             10 EGR-CATEGORIA              PIC X(02).
          05 EGR-SUCURSAL                  PIC X(02).
          05 EGR-MOTIVO-BAJA               PIC X(02).
          05 EGR-FECHA-REINGRESO           PIC 9(08).

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

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          02 FS-FICHADAS                   PIC X(02) VALUE '00'.
             88 FS-FICHADAS-OK                       VALUE '00'.
             88 FS-FICHADAS-EOF                      VALUE '10'.
             88 FS-FICHADAS-NFD                      VALUE '35'.
          02 FS-LICENCIAS                  PIC X(02) VALUE '00'.
             88 FS-LICENCIAS-OK                      VALUE '00'.
             88 FS-LICENCIAS-EOF                     VALUE '10'.
             88 FS-LICENCIAS-NFD                     VALUE '35'.
          02 FS-MAESTRO                    PIC X(02) VALUE '00'.
             88 FS-MAESTRO-OK                        VALUE '00'.
             88 FS-MAESTRO-NO-HALLADO                VALUE '23'.
             88 FS-MAESTRO-NFD                       VALUE '35'.
          02 FS-EGRESADOS                  PIC X(02) VALUE '00'.
             88 FS-EGRESADOS-OK                      VALUE '00'.
             88 FS-EGRESADOS-EOF                     VALUE '10'.
             88 FS-EGRESADOS-NO-HALLADO              VALUE '23'.
             88 FS-EGRESADOS-NFD                     VALUE '35'.
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

       01 WS-CONTADORES.
           02 WS-CONT-LEIDAS             PIC 9(05) VALUE ZEROS.
           02 WS-CONT-DEL-DIA            PIC 9(05) VALUE ZEROS.
           02 WS-CONT-FUERA-FECHA        PIC 9(05) VALUE ZEROS.
           02 WS-CONT-INVALIDAS          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-EXCEDIDAS          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-AUSENCIAS          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-DE-LICENCIA        PIC 9(05) VALUE ZEROS.
           02 WS-CONT-DE-BAJA            PIC 9(05) VALUE ZEROS.
           02 WS-CONT-INEXISTENTES       PIC 9(05) VALUE ZEROS.
           02 WS-CONT-OTRA-SUCURSAL      PIC 9(05) VALUE ZEROS.
           02 WS-CONT-TERMINAL-DESC      PIC 9(05) VALUE ZEROS.
           02 WS-SUC-AUSENCIAS           PIC 9(05) VALUE ZEROS.
           02 WS-SUC-OBSERVACIONES       PIC 9(05) VALUE ZEROS.

       01 WS-VARIABLES.
           02 WS-BUSCAR.
              05 SW-REPORTE-ABIERTO      PIC X(01) VALUE 'N'.
                 88 SW-REPORTE-ABIERTO-SI         VALUE 'S'.
                 88 SW-REPORTE-ABIERTO-NO         VALUE 'N'.
              05 SW-EGRESADOS            PIC X(01) VALUE 'N'.
                 88 SW-EGRESADOS-SI               VALUE 'S'.
                 88 SW-EGRESADOS-NO               VALUE 'N'.
              05 SW-HAY-FICHADAS         PIC X(01) VALUE 'N'.
                 88 SW-HAY-FICHADAS-SI            VALUE 'S'.
                 88 SW-HAY-FICHADAS-NO            VALUE 'N'.
              05 SW-ENCONTRADO           PIC X(01) VALUE 'N'.
                 88 SW-ENCONTRADO-SI              VALUE 'S'.
                 88 SW-ENCONTRADO-NO              VALUE 'N'.
              05 SW-DE-LICENCIA          PIC X(01) VALUE 'N'.
                 88 SW-DE-LICENCIA-SI             VALUE 'S'.
                 88 SW-DE-LICENCIA-NO             VALUE 'N'.
              05 SW-EGRESO-HALLADO       PIC X(01) VALUE 'N'.
                 88 SW-EGRESO-HALLADO-SI          VALUE 'S'.
                 88 SW-EGRESO-HALLADO-NO          VALUE 'N'.

           02 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
           02 WS-CTL-PALABRA1            PIC X(20) VALUE SPACES.
           02 WS-CTL-PALABRA2            PIC X(20) VALUE SPACES.
           02 WS-LEGAJO-BUSCADO          PIC 9(08) VALUE ZEROS.
           02 WS-ULTIMO-EGRESO           PIC 9(08) VALUE ZEROS.
           02 WS-SUC-BUSCADA             PIC X(02) VALUE SPACES.
           02 WS-TIPO-LIC-HALLADA        PIC X(02) VALUE SPACES.
           02 WS-OBSERVACION             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * Licencias vigentes a la fecha de proceso (desde <= fecha de
      * proceso <= hasta), cargadas de LICENCIAS.TXT
      *----------------------------------------------------------------*
       01 WS-LICENCIAS.
           02 WS-CANT-LIC                PIC 9(04) VALUE ZEROS.
           02 WS-LIC-IDX                 PIC 9(04) VALUE ZEROS.
           02 WS-TAB-LIC.
              05 WS-LIC-ENT OCCURS 1 TO 9999 TIMES
                 DEPENDING ON WS-CANT-LIC.
                 10 WS-LIC-LEGAJO        PIC 9(08).
                 10 WS-LIC-TIPO          PIC X(02).

      *----------------------------------------------------------------*
      * Legajos que ficharon en el dia, uno por legajo y terminal,
      * con la primera marca y la observacion que corresponde
      *----------------------------------------------------------------*
       01 WS-FICHADOS.
           02 WS-CANT-FIC                PIC 9(04) VALUE ZEROS.
           02 WS-FIC-IDX                 PIC 9(04) VALUE ZEROS.
           02 WS-TAB-FIC.
              05 WS-FIC-ENT OCCURS 1 TO 9999 TIMES
                 DEPENDING ON WS-CANT-FIC.
                 10 WS-FIC-LEGAJO        PIC 9(08).
                 10 WS-FIC-SUCURSAL      PIC X(02).
                 10 WS-FIC-HORA          PIC 9(04).
                 10 WS-FIC-MOVIMIENTO    PIC X(01).
                 10 WS-FIC-APELLIDO      PIC X(25).
                 10 WS-FIC-SUC-ASIGNADA  PIC X(02).
                 10 WS-FIC-DATO          PIC X(08).
                 10 WS-FIC-OBSERVACION   PIC X(01).
                    88 FIC-OBS-NINGUNA             VALUE ' '.
                    88 FIC-OBS-LICENCIA            VALUE 'L'.
                    88 FIC-OBS-BAJA                VALUE 'B'.
                    88 FIC-OBS-INEXISTENTE         VALUE 'I'.
                    88 FIC-OBS-OTRA-SUCURSAL       VALUE 'T'.
                 10 WS-FIC-TERMINAL      PIC X(01).
                    88 FIC-TERMINAL-REGISTRADA     VALUE 'S'.
                    88 FIC-TERMINAL-DESCONOCIDA    VALUE 'N'.

       01 WS-SUCURSALES.
              02 WS-CANT-SUCURSAL        PIC 9(02) VALUE ZEROS.
              02 WS-SUC-IDX              PIC 9(02) VALUE ZEROS.
              02 WS-TAB-SUC.
                 05 WS-SUC-COD OCCURS 1 TO 50 TIMES
                    DEPENDING ON WS-CANT-SUCURSAL
                    PIC X(02).

       01 WS-NOMBRE-ARCH-EMP          PIC X(40) VALUE SPACES.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-PROCESAR-FICHADAS
              THRU 2000-PROCESAR-FICHADAS-EXIT.

           PERFORM 3000-REPORTE-AUSENTISMO
              THRU 3000-REPORTE-AUSENTISMO-EXIT.

           PERFORM 8000-FINALIZAR
              THRU 8000-FINALIZAR-EXIT.

           IF WS-CONT-AUSENCIAS > ZEROS OR SW-HAY-FICHADAS-NO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * Proceso de inicializacion: fecha de proceso, sucursales,
      * maestro, egresados, licencias vigentes y reporte
      *----------------------------------------------------------------*
       1000-INICIAR.

           PERFORM 1090-LEER-FECHA-PROCESO
              THRU 1090-LEER-FECHA-PROCESO-EXIT.

           PERFORM 1050-CARGAR-SUCURSALES
              THRU 1050-CARGAR-SUCURSALES-EXIT.

           PERFORM 1060-CARGAR-LICENCIAS
              THRU 1060-CARGAR-LICENCIAS-EXIT.

           OPEN INPUT MAESTRO-EMP.

           IF FS-MAESTRO-NFD
              DISPLAY 'MAESTRO-EMPLEADOS.DAT NO EXISTE, NO SE PUEDEN '
                      'CONTROLAR LAS FICHADAS (CORRER LA CONVERSION)'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL ABRIR MAESTRO-EMPLEADOS.DAT'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Sin archivo de egresados todavia no hubo bajas logicas: un
      *    legajo que no esta en el maestro se informa inexistente.
           OPEN INPUT EGRESADOS-EMP.

           IF FS-EGRESADOS-OK
              SET SW-EGRESADOS-SI TO TRUE
           ELSE
              IF NOT FS-EGRESADOS-NFD
                 DISPLAY 'ERROR AL ABRIR EGRESADOS-EMPLEADOS.DAT'
                 DISPLAY 'FILE STATUS: ' FS-EGRESADOS
                 CLOSE MAESTRO-EMP
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR REPORTE-AUSENTISMO.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              CLOSE MAESTRO-EMP
              IF SW-EGRESADOS-SI
                 CLOSE EGRESADOS-EMP
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET SW-REPORTE-ABIERTO-SI TO TRUE.

       1000-INICIAR-EXIT.
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
      * Cargar las licencias vigentes a la fecha de proceso; sin
      * LICENCIAS.TXT nadie esta de licencia
      *----------------------------------------------------------------*
       1060-CARGAR-LICENCIAS.

           OPEN INPUT ENT-LICENCIAS.

           IF FS-LICENCIAS-NFD
              DISPLAY 'NO EXISTE LICENCIAS.TXT, NO HAY LICENCIAS '
                      'VIGENTES'
              GO TO 1060-CARGAR-LICENCIAS-EXIT
           END-IF.

           IF NOT FS-LICENCIAS-OK
              DISPLAY 'ERROR AL ABRIR LICENCIAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-LICENCIAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ENT-LICENCIAS.

           PERFORM UNTIL NOT FS-LICENCIAS-OK
              IF LIC-LEGAJO IS NUMERIC
                 AND LIC-DESDE IS NUMERIC
                 AND LIC-HASTA IS NUMERIC
                 AND LIC-DESDE <= WS-FECHA-PROCESO
                 AND LIC-HASTA >= WS-FECHA-PROCESO
                 IF WS-CANT-LIC < 9999
                    ADD 1 TO WS-CANT-LIC
                    MOVE LIC-LEGAJO TO WS-LIC-LEGAJO(WS-CANT-LIC)
                    MOVE LIC-TIPO   TO WS-LIC-TIPO(WS-CANT-LIC)
                 ELSE
                    DISPLAY 'MAS DE 9999 LICENCIAS VIGENTES, SE '
                            'DESCARTA LA DEL LEGAJO ' LIC-LEGAJO
                 END-IF
              END-IF
              READ ENT-LICENCIAS
           END-PERFORM.

           CLOSE ENT-LICENCIAS.

           DISPLAY 'LICENCIAS VIGENTES A LA FECHA: ' WS-CANT-LIC.

       1060-CARGAR-LICENCIAS-EXIT.
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

           DISPLAY 'FECHA DE PROCESO DE FICHADAS: ' WS-FECHA-PROCESO.

       1090-LEER-FECHA-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Leer las fichadas del reloj: las de otra fecha y las mal
      * formadas se cuentan y se saltean; de las del dia se registra
      * una por legajo y terminal
      *----------------------------------------------------------------*
       2000-PROCESAR-FICHADAS.

           OPEN INPUT ENT-FICHADAS.

           IF FS-FICHADAS-NFD
              DISPLAY 'EL RELOJ NO DEJO ARCHIVO DE FICHADAS: '
                      'FICHADAS.TXT'
              GO TO 2000-PROCESAR-FICHADAS-EXIT
           END-IF.

           IF NOT FS-FICHADAS-OK
              DISPLAY 'ERROR AL ABRIR FICHADAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-FICHADAS
              CLOSE MAESTRO-EMP
              IF SW-EGRESADOS-SI
                 CLOSE EGRESADOS-EMP
              END-IF
              CLOSE SAL-REPORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ENT-FICHADAS.

           PERFORM UNTIL NOT FS-FICHADAS-OK

              ADD 1 TO WS-CONT-LEIDAS

              EVALUATE TRUE
                 WHEN FIC-LEGAJO NOT NUMERIC
                   OR FIC-FECHA NOT NUMERIC
                   OR FIC-HORA NOT NUMERIC
                   OR (NOT FIC-ENTRADA AND NOT FIC-SALIDA)
                    ADD 1 TO WS-CONT-INVALIDAS
                    DISPLAY 'FICHADA MAL FORMADA, SE SALTEA: '
                            REG-FICHADA
                 WHEN FIC-FECHA NOT = WS-FECHA-PROCESO
                    ADD 1 TO WS-CONT-FUERA-FECHA
                 WHEN OTHER
                    ADD 1 TO WS-CONT-DEL-DIA
                    SET SW-HAY-FICHADAS-SI TO TRUE
                    PERFORM 2100-REGISTRAR-FICHADA
                       THRU 2100-REGISTRAR-FICHADA-EXIT
              END-EVALUATE

              READ ENT-FICHADAS

           END-PERFORM.

           CLOSE ENT-FICHADAS.

       2000-PROCESAR-FICHADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Registrar la fichada si es la primera del legajo en esa
      * terminal, y clasificarla
      *----------------------------------------------------------------*
       2100-REGISTRAR-FICHADA.

           SET SW-ENCONTRADO-NO TO TRUE.

           PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                   UNTIL WS-FIC-IDX > WS-CANT-FIC
                      OR SW-ENCONTRADO-SI
              IF WS-FIC-LEGAJO(WS-FIC-IDX) = FIC-LEGAJO
                 AND WS-FIC-SUCURSAL(WS-FIC-IDX) = FIC-SUCURSAL
                 SET SW-ENCONTRADO-SI TO TRUE
              END-IF
           END-PERFORM.

           IF SW-ENCONTRADO-SI
              GO TO 2100-REGISTRAR-FICHADA-EXIT
           END-IF.

           IF WS-CANT-FIC >= 9999
              ADD 1 TO WS-CONT-EXCEDIDAS
              GO TO 2100-REGISTRAR-FICHADA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-FIC.
           MOVE WS-CANT-FIC    TO WS-FIC-IDX.
           MOVE FIC-LEGAJO     TO WS-FIC-LEGAJO(WS-FIC-IDX).
           MOVE FIC-SUCURSAL   TO WS-FIC-SUCURSAL(WS-FIC-IDX).
           MOVE FIC-HORA       TO WS-FIC-HORA(WS-FIC-IDX).
           MOVE FIC-MOVIMIENTO TO WS-FIC-MOVIMIENTO(WS-FIC-IDX).
           MOVE SPACES         TO WS-FIC-APELLIDO(WS-FIC-IDX).
           MOVE SPACES         TO WS-FIC-SUC-ASIGNADA(WS-FIC-IDX).
           MOVE SPACES         TO WS-FIC-DATO(WS-FIC-IDX).
           SET FIC-OBS-NINGUNA(WS-FIC-IDX) TO TRUE.

      *    Terminal de una sucursal que no figura en SUCURSALES.TXT
           SET FIC-TERMINAL-DESCONOCIDA(WS-FIC-IDX) TO TRUE.
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-CANT-SUCURSAL
              IF WS-SUC-COD(WS-SUC-IDX) = FIC-SUCURSAL
                 SET FIC-TERMINAL-REGISTRADA(WS-FIC-IDX) TO TRUE
              END-IF
           END-PERFORM.

           IF FIC-TERMINAL-DESCONOCIDA(WS-FIC-IDX)
              ADD 1 TO WS-CONT-TERMINAL-DESC
           END-IF.

           PERFORM 2200-CLASIFICAR-FICHADA
              THRU 2200-CLASIFICAR-FICHADA-EXIT.

       2100-REGISTRAR-FICHADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Clasificar la fichada registrada en WS-FIC-IDX: legajo fuera
      * del maestro (dado de baja si esta en egresados sin reingreso,
      * si no inexistente), de licencia vigente, o en una sucursal
      * distinta de la asignada
      *----------------------------------------------------------------*
       2200-CLASIFICAR-FICHADA.

           MOVE FIC-LEGAJO TO MAE-LEGAJO.
           READ MAESTRO-EMP.

           IF FS-MAESTRO-NO-HALLADO
              PERFORM 2300-BUSCAR-EGRESADO
                 THRU 2300-BUSCAR-EGRESADO-EXIT
              GO TO 2200-CLASIFICAR-FICHADA-EXIT
           END-IF.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL LEER EL MAESTRO, LEGAJO ' FIC-LEGAJO
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              CLOSE ENT-FICHADAS
              CLOSE MAESTRO-EMP
              IF SW-EGRESADOS-SI
                 CLOSE EGRESADOS-EMP
              END-IF
              CLOSE SAL-REPORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE MAE-APELLIDO TO WS-FIC-APELLIDO(WS-FIC-IDX).
           MOVE MAE-SUCURSAL TO WS-FIC-SUC-ASIGNADA(WS-FIC-IDX).

           MOVE FIC-LEGAJO TO WS-LEGAJO-BUSCADO.
           PERFORM 2400-BUSCAR-LICENCIA
              THRU 2400-BUSCAR-LICENCIA-EXIT.

           IF SW-DE-LICENCIA-SI
              SET FIC-OBS-LICENCIA(WS-FIC-IDX) TO TRUE
              MOVE WS-TIPO-LIC-HALLADA TO WS-FIC-DATO(WS-FIC-IDX)
              ADD 1 TO WS-CONT-DE-LICENCIA
              GO TO 2200-CLASIFICAR-FICHADA-EXIT
           END-IF.

           IF MAE-SUCURSAL NOT = FIC-SUCURSAL
              SET FIC-OBS-OTRA-SUCURSAL(WS-FIC-IDX) TO TRUE
              ADD 1 TO WS-CONT-OTRA-SUCURSAL
           END-IF.

       2200-CLASIFICAR-FICHADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Legajo fuera del maestro: si su ultimo periodo en egresados no
      * tiene reingreso fue dado de baja; si no, es un legajo
      * inexistente
      *----------------------------------------------------------------*
       2300-BUSCAR-EGRESADO.

           SET FIC-OBS-INEXISTENTE(WS-FIC-IDX) TO TRUE.

           IF SW-EGRESADOS-SI
              PERFORM 2310-LEER-ULTIMO-EGRESO
                 THRU 2310-LEER-ULTIMO-EGRESO-EXIT
              IF FS-EGRESADOS-OK
                 AND EGR-FECHA-REINGRESO = ZEROS
                 SET FIC-OBS-BAJA(WS-FIC-IDX) TO TRUE
                 MOVE EGR-APELLIDO     TO WS-FIC-APELLIDO(WS-FIC-IDX)
                 MOVE EGR-SUCURSAL
                   TO WS-FIC-SUC-ASIGNADA(WS-FIC-IDX)
                 MOVE EGR-FECHA-EGRESO TO WS-FIC-DATO(WS-FIC-IDX)
              END-IF
           END-IF.

           IF FIC-OBS-BAJA(WS-FIC-IDX)
              ADD 1 TO WS-CONT-DE-BAJA
           ELSE
              ADD 1 TO WS-CONT-INEXISTENTES
           END-IF.

       2300-BUSCAR-EGRESADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Leer el periodo mas reciente del legajo en egresados: recorrer
      * sus claves y volver a leer la de fecha de egreso mas alta
      *----------------------------------------------------------------*
       2310-LEER-ULTIMO-EGRESO.

           SET SW-EGRESO-HALLADO-NO TO TRUE.
           MOVE ZEROS TO WS-ULTIMO-EGRESO.
           MOVE FIC-LEGAJO TO EGR-LEGAJO.
           MOVE ZEROS TO EGR-FECHA-EGRESO.

           START EGRESADOS-EMP KEY IS NOT LESS THAN EGR-CLAVE.

           IF FS-EGRESADOS-OK
              READ EGRESADOS-EMP NEXT RECORD
           END-IF.

           PERFORM UNTIL NOT FS-EGRESADOS-OK
                      OR EGR-LEGAJO NOT = FIC-LEGAJO
              SET SW-EGRESO-HALLADO-SI TO TRUE
              MOVE EGR-FECHA-EGRESO TO WS-ULTIMO-EGRESO
              READ EGRESADOS-EMP NEXT RECORD
           END-PERFORM.

           IF SW-EGRESO-HALLADO-NO
              MOVE '23' TO FS-EGRESADOS
              GO TO 2310-LEER-ULTIMO-EGRESO-EXIT
           END-IF.

           MOVE FIC-LEGAJO       TO EGR-LEGAJO.
           MOVE WS-ULTIMO-EGRESO TO EGR-FECHA-EGRESO.
           READ EGRESADOS-EMP.

       2310-LEER-ULTIMO-EGRESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Buscar WS-LEGAJO-BUSCADO entre las licencias vigentes
      *----------------------------------------------------------------*
       2400-BUSCAR-LICENCIA.

           SET SW-DE-LICENCIA-NO TO TRUE.
           MOVE SPACES TO WS-TIPO-LIC-HALLADA.

           PERFORM VARYING WS-LIC-IDX FROM 1 BY 1
                   UNTIL WS-LIC-IDX > WS-CANT-LIC
                      OR SW-DE-LICENCIA-SI
              IF WS-LIC-LEGAJO(WS-LIC-IDX) = WS-LEGAJO-BUSCADO
                 SET SW-DE-LICENCIA-SI TO TRUE
                 MOVE WS-LIC-TIPO(WS-LIC-IDX) TO WS-TIPO-LIC-HALLADA
              END-IF
           END-PERFORM.

       2400-BUSCAR-LICENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reporte diario de ausentismo por sucursal, y al final las
      * fichadas de terminales de sucursales no registradas
      *----------------------------------------------------------------*
       3000-REPORTE-AUSENTISMO.

           MOVE SPACES TO REG-REPORTE.
           STRING 'REPORTE DIARIO DE AUSENTISMO - FECHA DE PROCESO: '
                                         DELIMITED BY SIZE
                  WS-FECHA-PROCESO       DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           IF SW-HAY-FICHADAS-NO
              MOVE 'SIN FICHADAS DEL RELOJ PARA LA FECHA, NO SE '
                &  'CALCULAN AUSENCIAS'
                TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-CANT-SUCURSAL

              MOVE SPACES TO WS-NOMBRE-ARCH-EMP
              STRING '../EMPLEADOS-'        DELIMITED BY SIZE
                     WS-SUC-COD(WS-SUC-IDX) DELIMITED BY SIZE
                     '.TXT'                 DELIMITED BY SIZE
                INTO WS-NOMBRE-ARCH-EMP

              PERFORM 3100-REPORTE-SUCURSAL
                 THRU 3100-REPORTE-SUCURSAL-EXIT

           END-PERFORM.

           IF WS-CONT-TERMINAL-DESC > ZEROS
              MOVE '--------------------------------------------' &
                   '--------'
                TO REG-REPORTE
              WRITE REG-REPORTE
              MOVE 'FICHADAS EN TERMINALES DE SUCURSALES NO '
                &  'REGISTRADAS EN SUCURSALES.TXT'
                TO REG-REPORTE
              WRITE REG-REPORTE
              MOVE SPACES TO WS-SUC-BUSCADA
              PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                      UNTIL WS-FIC-IDX > WS-CANT-FIC
                 IF FIC-TERMINAL-DESCONOCIDA(WS-FIC-IDX)
                    PERFORM 3300-INFORMAR-FICHADA
                       THRU 3300-INFORMAR-FICHADA-EXIT
                 END-IF
              END-PERFORM
           END-IF.

           MOVE '--------------------------------------------' &
                '--------'
             TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'FICHADAS LEIDAS: '       DELIMITED BY SIZE
                  WS-CONT-LEIDAS            DELIMITED BY SIZE
                  ' DEL DIA: '              DELIMITED BY SIZE
                  WS-CONT-DEL-DIA           DELIMITED BY SIZE
                  ' DE OTRA FECHA: '        DELIMITED BY SIZE
                  WS-CONT-FUERA-FECHA       DELIMITED BY SIZE
                  ' MAL FORMADAS: '         DELIMITED BY SIZE
                  WS-CONT-INVALIDAS         DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'AUSENCIAS INJUSTIFICADAS: ' DELIMITED BY SIZE
                  WS-CONT-AUSENCIAS            DELIMITED BY SIZE
                  ' DE LICENCIA: '             DELIMITED BY SIZE
                  WS-CONT-DE-LICENCIA          DELIMITED BY SIZE
                  ' DE BAJA: '                 DELIMITED BY SIZE
                  WS-CONT-DE-BAJA              DELIMITED BY SIZE
                  ' INEXISTENTES: '            DELIMITED BY SIZE
                  WS-CONT-INEXISTENTES         DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'EN OTRA SUCURSAL: '         DELIMITED BY SIZE
                  WS-CONT-OTRA-SUCURSAL        DELIMITED BY SIZE
                  ' TERMINALES NO REGISTRADAS: '
                                               DELIMITED BY SIZE
                  WS-CONT-TERMINAL-DESC        DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           IF WS-CONT-EXCEDIDAS > ZEROS
              MOVE SPACES TO REG-REPORTE
              STRING 'FICHADAS NO CONTROLADAS POR EXCEDER LA TABLA: '
                                               DELIMITED BY SIZE
                     WS-CONT-EXCEDIDAS         DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       3000-REPORTE-AUSENTISMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Informar una sucursal: los activos de su archivo sin fichada
      * en ninguna terminal y sin licencia vigente, y las fichadas
      * observadas de sus terminales; una sucursal sin archivo se
      * informa y se sigue con las demas
      *----------------------------------------------------------------*
       3100-REPORTE-SUCURSAL.

           MOVE ZEROS TO WS-SUC-AUSENCIAS.
           MOVE ZEROS TO WS-SUC-OBSERVACIONES.

           MOVE '--------------------------------------------' &
                '--------'
             TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'SUCURSAL: '              DELIMITED BY SIZE
                  WS-SUC-COD(WS-SUC-IDX)    DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           IF SW-HAY-FICHADAS-SI
              PERFORM 3200-AUSENCIAS-SUCURSAL
                 THRU 3200-AUSENCIAS-SUCURSAL-EXIT
           END-IF.

           MOVE WS-SUC-COD(WS-SUC-IDX) TO WS-SUC-BUSCADA.

           PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                   UNTIL WS-FIC-IDX > WS-CANT-FIC
              IF WS-FIC-SUCURSAL(WS-FIC-IDX) = WS-SUC-BUSCADA
                 AND NOT FIC-OBS-NINGUNA(WS-FIC-IDX)
                 PERFORM 3300-INFORMAR-FICHADA
                    THRU 3300-INFORMAR-FICHADA-EXIT
              END-IF
           END-PERFORM.

           MOVE SPACES TO REG-REPORTE.
           STRING '   TOTAL SUCURSAL - AUSENCIAS: ' DELIMITED BY SIZE
                  WS-SUC-AUSENCIAS                  DELIMITED BY SIZE
                  ' FICHADAS OBSERVADAS: '          DELIMITED BY SIZE
                  WS-SUC-OBSERVACIONES              DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

       3100-REPORTE-SUCURSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ausencias injustificadas de la sucursal: activos del archivo
      * de la sucursal que no ficharon y no estan de licencia
      *----------------------------------------------------------------*
       3200-AUSENCIAS-SUCURSAL.

           OPEN INPUT ENT-EMPLEADO.

           IF NOT FS-EMPLEADOS-OK
              MOVE SPACES TO REG-REPORTE
              STRING '   NO SE PUDO ABRIR '    DELIMITED BY SIZE
                     WS-NOMBRE-ARCH-EMP        DELIMITED BY SPACE
                     ' FILE STATUS: '          DELIMITED BY SIZE
                     FS-EMPLEADO               DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
              GO TO 3200-AUSENCIAS-SUCURSAL-EXIT
           END-IF.

           READ ENT-EMPLEADO.

           PERFORM UNTIL NOT FS-EMPLEADOS-OK

              IF REG-ENT-EMPLEADO NOT = SPACES
                 AND ENT-EMP-ESTADO = 'AC'

                 SET SW-ENCONTRADO-NO TO TRUE
                 PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                         UNTIL WS-FIC-IDX > WS-CANT-FIC
                            OR SW-ENCONTRADO-SI
                    IF WS-FIC-LEGAJO(WS-FIC-IDX) = ENT-EMP-ID
                       SET SW-ENCONTRADO-SI TO TRUE
                    END-IF
                 END-PERFORM

                 IF SW-ENCONTRADO-NO
                    MOVE ENT-EMP-ID TO WS-LEGAJO-BUSCADO
                    PERFORM 2400-BUSCAR-LICENCIA
                       THRU 2400-BUSCAR-LICENCIA-EXIT
                    IF SW-DE-LICENCIA-NO
                       ADD 1 TO WS-SUC-AUSENCIAS
                       ADD 1 TO WS-CONT-AUSENCIAS
                       MOVE SPACES TO REG-REPORTE
                       STRING '   AUSENTE SIN LICENCIA - LEGAJO: '
                                              DELIMITED BY SIZE
                              ENT-EMP-ID      DELIMITED BY SIZE
                              ' '             DELIMITED BY SIZE
                              ENT-EMP-APELLIDO DELIMITED BY SIZE
                              ' SECTOR: '     DELIMITED BY SIZE
                              ENT-EMP-SECTOR  DELIMITED BY SIZE
                         INTO REG-REPORTE
                       WRITE REG-REPORTE
                    END-IF
                 END-IF

              END-IF

              READ ENT-EMPLEADO

           END-PERFORM.

           CLOSE ENT-EMPLEADO.

       3200-AUSENCIAS-SUCURSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Informar la fichada observada de WS-FIC-IDX con su motivo
      *----------------------------------------------------------------*
       3300-INFORMAR-FICHADA.

           MOVE SPACES TO WS-OBSERVACION.

           EVALUATE TRUE
              WHEN FIC-OBS-LICENCIA(WS-FIC-IDX)
                 STRING 'DE LICENCIA, TIPO '  DELIMITED BY SIZE
                        WS-FIC-DATO(WS-FIC-IDX)(1:2)
                                              DELIMITED BY SIZE
                   INTO WS-OBSERVACION
              WHEN FIC-OBS-BAJA(WS-FIC-IDX)
                 STRING 'DADO DE BAJA EL '    DELIMITED BY SIZE
                        WS-FIC-DATO(WS-FIC-IDX)
                                              DELIMITED BY SIZE
                   INTO WS-OBSERVACION
              WHEN FIC-OBS-INEXISTENTE(WS-FIC-IDX)
                 MOVE 'LEGAJO INEXISTENTE' TO WS-OBSERVACION
              WHEN FIC-OBS-OTRA-SUCURSAL(WS-FIC-IDX)
                 STRING 'ASIGNADO A LA SUCURSAL ' DELIMITED BY SIZE
                        WS-FIC-SUC-ASIGNADA(WS-FIC-IDX)
                                              DELIMITED BY SIZE
                   INTO WS-OBSERVACION
              WHEN OTHER
                 MOVE 'SIN OBSERVACIONES' TO WS-OBSERVACION
           END-EVALUATE.

           IF WS-SUC-BUSCADA NOT = SPACES
              ADD 1 TO WS-SUC-OBSERVACIONES
           END-IF.

           MOVE SPACES TO REG-REPORTE.
           STRING '   FICHADA '                  DELIMITED BY SIZE
                  WS-FIC-MOVIMIENTO(WS-FIC-IDX)  DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-FIC-HORA(WS-FIC-IDX)        DELIMITED BY SIZE
                  ' TERMINAL '                   DELIMITED BY SIZE
                  WS-FIC-SUCURSAL(WS-FIC-IDX)    DELIMITED BY SIZE
                  ' LEGAJO: '                    DELIMITED BY SIZE
                  WS-FIC-LEGAJO(WS-FIC-IDX)      DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-FIC-APELLIDO(WS-FIC-IDX)(1:15)
                                                 DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-OBSERVACION                 DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

       3300-INFORMAR-FICHADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Proceso de finalizacion: cierre de archivos y resumen por
      * consola para la bitacora de la noche
      *----------------------------------------------------------------*
       8000-FINALIZAR.

           CLOSE MAESTRO-EMP.

           IF SW-EGRESADOS-SI
              CLOSE EGRESADOS-EMP
           END-IF.

           IF SW-REPORTE-ABIERTO-SI
              CLOSE SAL-REPORTE
           END-IF.

           DISPLAY 'FICHADAS DEL DIA: '         WS-CONT-DEL-DIA.
           DISPLAY 'AUSENCIAS INJUSTIFICADAS: ' WS-CONT-AUSENCIAS.
           DISPLAY 'FICHADAS DE LICENCIA: '     WS-CONT-DE-LICENCIA.
           DISPLAY 'FICHADAS DE BAJAS: '        WS-CONT-DE-BAJA.
           DISPLAY 'LEGAJOS INEXISTENTES: '     WS-CONT-INEXISTENTES.
           DISPLAY 'EN OTRA SUCURSAL: '         WS-CONT-OTRA-SUCURSAL.
           DISPLAY 'VER DETALLE EN: REPORTE-AUSENTISMO.TXT'.

       8000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       END PROGRAM CL19EJ16a.
