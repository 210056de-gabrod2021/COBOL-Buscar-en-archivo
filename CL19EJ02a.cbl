      *   TRABA-PADRON.TXT (programa, operador y hora); si otro
      *   proceso la tiene tomada la corrida no arranca. Una traba
      *   huerfana se libera con CL19EJ10a.
      * - La baja pasa a ser logica: la novedad B lleva motivo de
      *   baja (validado contra la tabla MOTIVOS-BAJA.TXT, al estilo
      *   de ESTADOS.TXT) y fecha de egreso, y el registro completo
      *   del empleado pasa al archivo indexado de egresados
      *   EGRESADOS-EMPLEADOS.DAT. Un alta de un legajo que figura en
      *   egresados se trata como reingreso: los datos en blanco de
      *   la novedad se completan con los del egresado, el registro
      *   de egresados conserva el periodo anterior con la fecha de
      *   reingreso y el historial asienta el movimiento con origen
      *   REINGRESO.
      * - Todas las lineas que una corrida asienta en el historial
      *   llevan la misma fecha-hora, la de inicio de la corrida, que
      *   se informa en el encabezado de NOVEDADES-CONTROL.TXT: es la
      *   identificacion con la que CL19EJ11a anula un lote aplicado
      *   por error.
      * - Las altas se controlan contra el presupuesto de dotacion
      *   vigente a la fecha de proceso (PRESUPUESTO-DOTACION.TXT, por
      *   sucursal, sector y categoria): la que supera el cupo
      *   autorizado se aplica igual y sale con aviso en el reporte
      *   de control. Los activos de cada cupo se cuentan al arrancar
      *   y se mantienen con cada novedad aplicada.
      * - Antes de escribir el padron se graba una generacion de
      *   respaldo de los EMPLEADOS-xx.TXT y del maestro con
      *   CL19EJ14a; si el respaldo falla la corrida no arranca.
      *   Las generaciones se restauran con CL19EJ15a.
      * - Las altas aplicadas cuyo legajo no tiene datos personales
      *   cargados en DATOS-PERSONALES.DAT salen con aviso en el
      *   reporte de control (el alta se aplica igual).
      * - EGRESADOS-EMPLEADOS.DAT pasa a tener un registro por cada
      *   periodo de egreso (clave legajo + fecha de egreso): una
      *   nueva baja ya no pisa el egreso anterior y el reingreso
      *   marca el periodo mas reciente. La baja se rechaza si ese
      *   periodo ya esta registrado, y la linea B del historial
      *   lleva fecha de egreso y motivo. Si la grabacion en
      *   egresados falla la corrida se detiene con RC 8, sin
      *   reemplazar las pendientes, para restaurar el respaldo.
      * - El mensaje con la generacion respaldada lo da CL19EJ14a;
      *   el programa ya no lo repite.
      * - El respaldo previo incluye EGRESADOS-EMPLEADOS.DAT y la
      *   cantidad de lineas de HISTORIAL-LEGAJOS.TXT: al restaurar
      *   la generacion con CL19EJ15a vuelven atras tambien
      *   egresados y el historial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ02a.
           ALTERNATE RECORD KEY IS MAE-ESTADO WITH DUPLICATES
           FILE STATUS IS FS-MAESTRO.

       SELECT ARCH-MOTIVOS-BAJA
           ASSIGN TO '../MOTIVOS-BAJA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOTIVOS-BAJA.

       SELECT EGRESADOS-EMP
           ASSIGN TO '../EGRESADOS-EMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EGR-CLAVE
           FILE STATUS IS FS-EGRESADOS.

       SELECT ARCH-PRESUPUESTO
           ASSIGN TO '../PRESUPUESTO-DOTACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRESUPUESTO.

       SELECT DATOS-PERSONALES
           ASSIGN TO '../DATOS-PERSONALES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DPE-LEGAJO
           ALTERNATE RECORD KEY IS DPE-CUIL
           FILE STATUS IS FS-DATOS-PERS.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
             10 NOV-ESTADO                 PIC X(02).
             10 NOV-SECTOR                 PIC X(02).
             10 NOV-FECHA-INGRESO          PIC 9(08).
             10 NOV-FECHA-INGRESO-X REDEFINES NOV-FECHA-INGRESO
                                           PIC X(08).
             10 NOV-CATEGORIA              PIC X(02).
          05 NOV-SUCURSAL-DESTINO          PIC X(02).
          05 NOV-FECHA-VIGENCIA            PIC X(08).
          05 NOV-MOTIVO-BAJA               PIC X(02).
          05 NOV-FECHA-EGRESO              PIC X(08).

       FD ENT-EMPLEADO.
       01 REG-ENT-EMPLEADO.
       01 REG-HISTORIAL                    PIC X(250).

       FD ENT-PENDIENTES.
       01 REG-PENDIENTE-ENT                PIC X(95).

       FD SAL-PENDIENTES-TMP.
       01 REG-PENDIENTE-SAL                PIC X(95).

       FD ARCH-CONTROL-EJEC.
       01 REG-CONTROL-EJEC                 PIC X(80).
          05 MAE-CATEGORIA                 PIC X(02).
          05 MAE-SUCURSAL                  PIC X(02).

       FD ARCH-MOTIVOS-BAJA.
       01 REG-MOTIVO-BAJA.
          05 MOT-CODIGO                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 MOT-DESCRIPCION               PIC X(20).

      *    Registro del egresado: el registro completo del empleado
      *    con su sucursal al momento de la baja (las mismas 74
      *    posiciones de la imagen del historial), motivo y fecha de
      *    egreso, y fecha de reingreso en ceros mientras no vuelva.
      *    Un registro por periodo de egreso del legajo; a partir de
      *    la posicion 17 va el registro completo del empleado con la
      *    sucursal, igual que las imagenes del historial
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

       FD DATOS-PERSONALES.
       01 REG-DATOS-PERSONALES.
          05 DPE-LEGAJO                    PIC 9(08).
          05 DPE-CUIL                      PIC 9(11).
          05 DPE-FECHA-NACIMIENTO          PIC 9(08).
          05 DPE-SEXO                      PIC X(01).
          05 DPE-DOMICILIO                 PIC X(40).
          05 DPE-LOCALIDAD                 PIC X(25).
          05 DPE-TELEFONO                  PIC X(15).
          05 DPE-CONTACTO-NOMBRE           PIC X(30).
          05 DPE-CONTACTO-TELEFONO         PIC X(15).
          05 DPE-FECHA-ACTUALIZACION       PIC 9(08).
          05 DPE-OPERADOR                  PIC X(08).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
             88 FS-MAESTRO-DUPLICADO                 VALUE '22'.
             88 FS-MAESTRO-NO-HALLADO                VALUE '23'.
             88 FS-MAESTRO-NFD                       VALUE '35'.
          02 FS-MOTIVOS-BAJA               PIC X(02) VALUE '00'.
             88 FS-MOTIVOS-BAJA-OK                   VALUE '00'.
             88 FS-MOTIVOS-BAJA-EOF                  VALUE '10'.
          02 FS-EGRESADOS                  PIC X(02) VALUE '00'.
             88 FS-EGRESADOS-OK                      VALUE '00'.
             88 FS-EGRESADOS-DUPLICADO               VALUE '22'.
             88 FS-EGRESADOS-NO-HALLADO              VALUE '23'.
             88 FS-EGRESADOS-EOF                     VALUE '10'.
             88 FS-EGRESADOS-NFD                     VALUE '35'.
          02 FS-PRESUPUESTO                PIC X(02) VALUE '00'.
             88 FS-PRESUPUESTO-OK                    VALUE '00'.
             88 FS-PRESUPUESTO-EOF                   VALUE '10'.
          02 FS-DATOS-PERS                 PIC X(02) VALUE '00'.
             88 FS-DATOS-PERS-OK                     VALUE '00'.
             88 FS-DATOS-PERS-NFD                    VALUE '35'.

       01 WS-CONTADORES.
           02 WS-CONT-LEIDAS             PIC 9(05) VALUE ZEROS.
           02 WS-CONT-RECHAZADAS         PIC 9(05) VALUE ZEROS.
           02 WS-CONT-DIFERIDAS          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-AL-VENCER          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-REINGRESOS         PIC 9(05) VALUE ZEROS.
           02 WS-CONT-SOBRE-CUPO         PIC 9(05) VALUE ZEROS.
           02 WS-CONT-SIN-DATOS-PERS     PIC 9(05) VALUE ZEROS.

       01 WS-VARIABLES.
           02 WS-BUSCAR.
              05 SW-TRABA-TOMADA         PIC X(01) VALUE 'N'.
                 88 SW-TRABA-TOMADA-SI            VALUE 'S'.
                 88 SW-TRABA-TOMADA-NO            VALUE 'N'.
              05 SW-EGRESADOS-ABIERTO    PIC X(01) VALUE 'N'.
                 88 SW-EGRESADOS-ABIERTO-SI       VALUE 'S'.
                 88 SW-EGRESADOS-ABIERTO-NO       VALUE 'N'.
              05 SW-REINGRESO            PIC X(01) VALUE 'N'.
                 88 SW-REINGRESO-SI               VALUE 'S'.
                 88 SW-REINGRESO-NO               VALUE 'N'.
              05 SW-SOBRE-CUPO           PIC X(01) VALUE 'N'.
                 88 SW-SOBRE-CUPO-SI              VALUE 'S'.
                 88 SW-SOBRE-CUPO-NO              VALUE 'N'.
              05 SW-DATOS-PERS-ABIERTO   PIC X(01) VALUE 'N'.
                 88 SW-DATOS-PERS-ABIERTO-SI      VALUE 'S'.
                 88 SW-DATOS-PERS-ABIERTO-NO      VALUE 'N'.
              05 SW-SIN-DATOS-PERS       PIC X(01) VALUE 'N'.
                 88 SW-SIN-DATOS-PERS-SI          VALUE 'S'.
                 88 SW-SIN-DATOS-PERS-NO          VALUE 'N'.
              05 SW-EGRESADOS-OK         PIC X(01) VALUE 'S'.
                 88 SW-EGRESADOS-OK-SI            VALUE 'S'.
                 88 SW-EGRESADOS-OK-NO            VALUE 'N'.
              05 SW-EGRESO-HALLADO       PIC X(01) VALUE 'N'.
                 88 SW-EGRESO-HALLADO-SI          VALUE 'S'.
                 88 SW-EGRESO-HALLADO-NO          VALUE 'N'.

           02 WS-MOTIVO-RECHAZO          PIC X(40) VALUE SPACES.
           02 WS-COD-BUSCADO             PIC X(02) VALUE SPACES.
           02 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
           02 WS-CTL-PALABRA1            PIC X(20) VALUE SPACES.
           02 WS-CTL-PALABRA2            PIC X(20) VALUE SPACES.
           02 WS-ORIGEN-HIST             PIC X(10) VALUE SPACES.
           02 WS-FECHA-CORRIDA           PIC 9(08) VALUE ZEROS.
           02 WS-HORA-CORRIDA            PIC 9(08) VALUE ZEROS.
           02 WS-MARCA-CONTROL           PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * Baja logica: motivo validado contra MOTIVOS-BAJA.TXT y fecha
      * de egreso resuelta (la informada o, en blanco, la vigencia o
      * la fecha de proceso)
      *----------------------------------------------------------------*
       01 WS-MOTIVOS-BAJA.
              02 WS-CANT-MOTIVO          PIC 9(02) VALUE ZEROS.
              02 WS-MOT-IDX              PIC 9(02) VALUE ZEROS.
              02 WS-FECHA-EGRESO         PIC 9(08) VALUE ZEROS.
              02 WS-ULTIMO-EGRESO        PIC 9(08) VALUE ZEROS.
              02 WS-TAB-MOT.
                 05 WS-MOT-ENT OCCURS 1 TO 20 TIMES
                    DEPENDING ON WS-CANT-MOTIVO.
                    10 WS-MOT-COD        PIC X(02).
                    10 WS-MOT-DESC       PIC X(20).

      *----------------------------------------------------------------*
      * Cupos del presupuesto de dotacion vigentes a la fecha de
      * proceso, con los activos que ocupa cada uno
      *----------------------------------------------------------------*
       01 WS-PRESUPUESTO.
              02 WS-CANT-PRE             PIC 9(03) VALUE ZEROS.
              02 WS-PRE-IDX              PIC 9(03) VALUE ZEROS.
              02 WS-PRE-II               PIC 9(03) VALUE ZEROS.
              02 WS-CUPO-SUC             PIC X(02) VALUE SPACES.
              02 WS-CUPO-SECT            PIC X(02) VALUE SPACES.
              02 WS-CUPO-CAT             PIC X(02) VALUE SPACES.
              02 WS-CUPO-AUTORIZADO      PIC 9(05) VALUE ZEROS.
              02 WS-CUPO-ACTIVOS         PIC 9(05) VALUE ZEROS.
              02 WS-TAB-PRE.
                 05 WS-PRE-ENT OCCURS 1 TO 500 TIMES
                    DEPENDING ON WS-CANT-PRE.
                    10 WS-PRE-SUC        PIC X(02).
                    10 WS-PRE-SECT       PIC X(02).
                    10 WS-PRE-CAT        PIC X(02).
                    10 WS-PRE-AUTORIZADO PIC 9(05).
                    10 WS-PRE-ACTIVOS    PIC 9(05).

       01 WS-ARCH-TRABA               PIC X(40)
                                VALUE '../TRABA-PADRON.TXT'.
       01 WS-ARCH-PENDIENTES-TMP      PIC X(40)
                                VALUE '../NOVEDADES-PENDIENTES.TXT.TMP'.

      *----------------------------------------------------------------*
      * Parametros del respaldo generacional del padron (CL19EJ14a)
      *----------------------------------------------------------------*
       01 RSP-PARAMETROS.
          05 RSP-PROGRAMA                  PIC X(10) VALUE 'CL19EJ02a'.
          05 RSP-OPERADOR                  PIC X(08) VALUE SPACES.
          05 RSP-SUCURSALES                PIC X(01) VALUE 'S'.
          05 RSP-MAESTRO                   PIC X(01) VALUE 'S'.
          05 RSP-EGRESADOS                 PIC X(01) VALUE 'S'.
          05 RSP-GENERACION                PIC X(17) VALUE SPACES.
          05 RSP-CANT-ARCHIVOS             PIC 9(03) VALUE ZEROS.
          05 RSP-RESULTADO                 PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------*
      * Imagenes del registro del empleado antes y despues de aplicar
      * la novedad, para el historial permanente por legajo: registro
              MOVE 8 TO RETURN-CODE
           END-IF.

      *    Con egresados desincronizado el padron ya perdio el
      *    registro de un empleado dado de baja: hay que restaurar la
      *    generacion de respaldo de esta corrida.
           IF SW-EGRESADOS-OK-NO
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INICIAR.

      *    Fecha y hora de inicio: identifican la corrida en el
      *    historial y en el encabezado del reporte de control.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORRIDA  FROM TIME.

           OPEN INPUT ENT-NOVEDADES.

           IF FS-NOVEDADES-NFD
           PERFORM 1066-CARGAR-CATEGORIAS
              THRU 1066-CARGAR-CATEGORIAS-EXIT.

           PERFORM 1067-CARGAR-MOTIVOS-BAJA
              THRU 1067-CARGAR-MOTIVOS-BAJA-EXIT.

      *    La traba se toma recien con todos los archivos de control
      *    validados: un error comun de arranque no debe dejar una
      *    traba huerfana que frene la corrida de la noche siguiente.
           PERFORM 1010-TOMAR-TRABA
              THRU 1010-TOMAR-TRABA-EXIT.

           PERFORM 1015-RESPALDAR-PADRON
              THRU 1015-RESPALDAR-PADRON-EXIT.

           PERFORM 1080-ABRIR-MAESTRO
              THRU 1080-ABRIR-MAESTRO-EXIT.

           PERFORM 1085-ABRIR-HISTORIAL
              THRU 1085-ABRIR-HISTORIAL-EXIT.

           PERFORM 1087-ABRIR-EGRESADOS
              THRU 1087-ABRIR-EGRESADOS-EXIT.

           PERFORM 1090-LEER-FECHA-PROCESO
              THRU 1090-LEER-FECHA-PROCESO-EXIT.

           PERFORM 1068-CARGAR-PRESUPUESTO
              THRU 1068-CARGAR-PRESUPUESTO-EXIT.

           PERFORM 1089-ABRIR-DATOS-PERS
              THRU 1089-ABRIR-DATOS-PERS-EXIT.

       1000-INICIAR-EXIT.
           EXIT.

       1010-TOMAR-TRABA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Grabar una generacion de respaldo del padron antes de
      * escribirlo, ya con la traba tomada
      *----------------------------------------------------------------*
       1015-RESPALDAR-PADRON.

           MOVE 'BATCH   ' TO RSP-OPERADOR.

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
       1066-CARGAR-CATEGORIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar la tabla de referencia de motivos de baja desde
      * MOTIVOS-BAJA.TXT (renuncia, despido, jubilacion, etc.): una
      * baja sin motivo o con un motivo fuera de tabla no se aplica
      *----------------------------------------------------------------*
       1067-CARGAR-MOTIVOS-BAJA.

           OPEN INPUT ARCH-MOTIVOS-BAJA.

           IF NOT FS-MOTIVOS-BAJA-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'MOTIVOS-BAJA.TXT'
              DISPLAY 'FILE STATUS: ' FS-MOTIVOS-BAJA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARCH-MOTIVOS-BAJA.

           PERFORM UNTIL FS-MOTIVOS-BAJA-EOF
              IF WS-CANT-MOTIVO < 20
                 ADD 1 TO WS-CANT-MOTIVO
                 MOVE MOT-CODIGO TO WS-MOT-COD(WS-CANT-MOTIVO)
                 MOVE MOT-DESCRIPCION TO WS-MOT-DESC(WS-CANT-MOTIVO)
              ELSE
                 DISPLAY 'MOTIVOS-BAJA.TXT TIENE MAS DE 20 MOTIVOS, '
                         'SE DESCARTAN LOS EXCEDENTES'
              END-IF
              READ ARCH-MOTIVOS-BAJA
           END-PERFORM.

           CLOSE ARCH-MOTIVOS-BAJA.

           IF WS-CANT-MOTIVO = ZEROS
              DISPLAY 'MOTIVOS-BAJA.TXT NO TIENE MOTIVOS CARGADOS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1067-CARGAR-MOTIVOS-BAJA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar los cupos del presupuesto de dotacion vigentes a la
      * fecha de proceso (el mismo archivo que cruza CL19EJ12a) y
      * contar los activos que hoy ocupa cada uno. Sin presupuesto
      * las altas no se controlan contra cupo; las lineas mal
      * formadas o repetidas las informa el cruce, aca se saltean.
      *----------------------------------------------------------------*
       1068-CARGAR-PRESUPUESTO.

           OPEN INPUT ARCH-PRESUPUESTO.

           IF NOT FS-PRESUPUESTO-OK
              DISPLAY 'SIN PRESUPUESTO-DOTACION.TXT, LAS ALTAS NO SE '
                      'CONTROLAN CONTRA CUPO'
              GO TO 1068-CARGAR-PRESUPUESTO-EXIT
           END-IF.

           READ ARCH-PRESUPUESTO.

           PERFORM UNTIL NOT FS-PRESUPUESTO-OK
              IF PRE-CANTIDAD IS NUMERIC
                 AND PRE-VIGENCIA-DESDE IS NUMERIC
                 AND PRE-VIGENCIA-HASTA IS NUMERIC
                 AND PRE-VIGENCIA-DESDE <= WS-FECHA-PROCESO
                 AND (PRE-VIGENCIA-HASTA = ZEROS
                      OR PRE-VIGENCIA-HASTA >= WS-FECHA-PROCESO)
                 MOVE PRE-SUCURSAL  TO WS-CUPO-SUC
                 MOVE PRE-SECTOR    TO WS-CUPO-SECT
                 MOVE PRE-CATEGORIA TO WS-CUPO-CAT
                 PERFORM 3560-BUSCAR-CUPO
                    THRU 3560-BUSCAR-CUPO-EXIT
                 IF WS-PRE-IDX = ZEROS AND WS-CANT-PRE < 500
                    ADD 1 TO WS-CANT-PRE
                    MOVE PRE-SUCURSAL  TO WS-PRE-SUC(WS-CANT-PRE)
                    MOVE PRE-SECTOR    TO WS-PRE-SECT(WS-CANT-PRE)
                    MOVE PRE-CATEGORIA TO WS-PRE-CAT(WS-CANT-PRE)
                    MOVE PRE-CANTIDAD
                      TO WS-PRE-AUTORIZADO(WS-CANT-PRE)
                    MOVE ZEROS TO WS-PRE-ACTIVOS(WS-CANT-PRE)
                 END-IF
              END-IF
              READ ARCH-PRESUPUESTO
           END-PERFORM.

           CLOSE ARCH-PRESUPUESTO.

           IF WS-CANT-PRE = ZEROS
              DISPLAY 'SIN PRESUPUESTO VIGENTE AL ' WS-FECHA-PROCESO
                      ', LAS ALTAS NO SE CONTROLAN CONTRA CUPO'
              GO TO 1068-CARGAR-PRESUPUESTO-EXIT
           END-IF.

           PERFORM 1069-CONTAR-OCUPACION
              THRU 1069-CONTAR-OCUPACION-EXIT.

       1068-CARGAR-PRESUPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Contar los activos de cada cupo recorriendo los archivos de
      * las sucursales validas antes de aplicar ninguna novedad
      *----------------------------------------------------------------*
       1069-CONTAR-OCUPACION.

           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-CANT-SUCURSAL

              MOVE SPACES TO WS-NOMBRE-ARCH-EMP
              STRING '../EMPLEADOS-'        DELIMITED BY SIZE
                     WS-SUC-COD(WS-SUC-IDX) DELIMITED BY SIZE
                     '.TXT'                 DELIMITED BY SIZE
                INTO WS-NOMBRE-ARCH-EMP

              OPEN INPUT ENT-EMPLEADO

              IF FS-EMPLEADOS-OK
                 READ ENT-EMPLEADO
                 PERFORM UNTIL NOT FS-EMPLEADOS-OK
                    IF ENT-EMP-ESTADO = 'AC'
                       MOVE WS-SUC-COD(WS-SUC-IDX) TO WS-CUPO-SUC
                       MOVE ENT-EMP-SECTOR         TO WS-CUPO-SECT
                       MOVE ENT-EMP-CATEGORIA      TO WS-CUPO-CAT
                       PERFORM 3560-BUSCAR-CUPO
                          THRU 3560-BUSCAR-CUPO-EXIT
                       IF WS-PRE-IDX > ZEROS
                          ADD 1 TO WS-PRE-ACTIVOS(WS-PRE-IDX)
                       END-IF
                    END-IF
                    READ ENT-EMPLEADO
                 END-PERFORM
                 CLOSE ENT-EMPLEADO
              END-IF

           END-PERFORM.

       1069-CONTAR-OCUPACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Abrir el maestro indexado si ya fue creado por la conversion:
      * cada novedad aplicada se replica en el para que no quede
       1085-ABRIR-HISTORIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Abrir el archivo indexado de egresados para actualizacion; la
      * primera vez se crea vacio. Sin egresados las bajas se
      * rechazan (el registro del empleado no tendria donde quedar) y
      * las altas no se reconocen como reingresos.
      *----------------------------------------------------------------*
       1087-ABRIR-EGRESADOS.

           OPEN I-O EGRESADOS-EMP.

           IF FS-EGRESADOS-NFD
              OPEN OUTPUT EGRESADOS-EMP
              IF FS-EGRESADOS-OK
                 CLOSE EGRESADOS-EMP
                 OPEN I-O EGRESADOS-EMP
              END-IF
           END-IF.

           IF FS-EGRESADOS-OK
              SET SW-EGRESADOS-ABIERTO-SI TO TRUE
           ELSE
              DISPLAY 'NO SE PUDO ABRIR EGRESADOS-EMPLEADOS.DAT, LAS '
                      'BAJAS SE RECHAZAN'
              DISPLAY 'FILE STATUS: ' FS-EGRESADOS
           END-IF.

       1087-ABRIR-EGRESADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Abrir para consulta los datos personales (CUIL, nacimiento,
      * domicilio) que se cargan desde el programa de consultas: cada
      * alta aplicada cuyo legajo no los tiene sale con aviso. Sin el
      * archivo todas las altas salen con aviso.
      *----------------------------------------------------------------*
       1089-ABRIR-DATOS-PERS.

           OPEN INPUT DATOS-PERSONALES.

           IF FS-DATOS-PERS-OK
              SET SW-DATOS-PERS-ABIERTO-SI TO TRUE
           ELSE
              IF NOT FS-DATOS-PERS-NFD
                 DISPLAY 'NO SE PUDO ABRIR DATOS-PERSONALES.DAT, LAS '
                         'ALTAS SALEN CON AVISO'
                 DISPLAY 'FILE STATUS: ' FS-DATOS-PERS
              END-IF
           END-IF.

       1089-ABRIR-DATOS-PERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tomar la fecha de proceso del control de ejecucion de la
      * consolidacion: contra ella se decide que novedades tienen la

      *----------------------------------------------------------------*
      * Escribir el encabezado del reporte de control con la fecha y
      * hora de la corrida, y la identificacion de la corrida tal
      * como queda en el historial
      *----------------------------------------------------------------*
       1020-ENCABEZADO-CONTROL.

           MOVE SPACES TO REG-CONTROL.
           STRING 'CONTROL DE NOVEDADES - FECHA: ' DELIMITED BY SIZE
                  WS-FECHA-CORRIDA                 DELIMITED BY SIZE
                  ' HORA: '                        DELIMITED BY SIZE
                  WS-HORA-CORRIDA                  DELIMITED BY SIZE
             INTO REG-CONTROL.
           WRITE REG-CONTROL.

           MOVE SPACES TO REG-CONTROL.
           STRING 'CORRIDA EN EL HISTORIAL: '      DELIMITED BY SIZE
                  WS-FECHA-CORRIDA                 DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  WS-HORA-CORRIDA                  DELIMITED BY SIZE
             INTO REG-CONTROL.
           WRITE REG-CONTROL.

      *----------------------------------------------------------------*
       2200-RESOLVER-NOVEDAD.

      *    Despues de un error en egresados no se aplica nada mas: la
      *    corrida se va a restaurar y repetir completa.
           IF SW-EGRESADOS-OK-NO
              ADD 1 TO WS-CONT-RECHAZADAS
              MOVE 'CORRIDA DETENIDA POR ERROR EN EGRESADOS'
                TO WS-MOTIVO-RECHAZO
              SET SW-NOVEDAD-APLICADA-NO TO TRUE
              PERFORM 3900-REGISTRAR-CONTROL
                 THRU 3900-REGISTRAR-CONTROL-EXIT
              GO TO 2200-RESOLVER-NOVEDAD-EXIT
           END-IF.

           IF NOV-FECHA-VIGENCIA IS NUMERIC
              AND NOV-FECHA-VIGENCIA > WS-FECHA-PROCESO
              PERFORM 2300-DIFERIR-NOVEDAD
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE SPACES TO WS-IMG-ANTERIOR.
           MOVE SPACES TO WS-IMG-NUEVA.
           MOVE SPACES TO WS-MARCA-CONTROL.
           SET SW-REINGRESO-NO TO TRUE.
           SET SW-SOBRE-CUPO-NO TO TRUE.
           SET SW-SIN-DATOS-PERS-NO TO TRUE.

           PERFORM 3100-VALIDAR-NOVEDAD
              THRU 3100-VALIDAR-NOVEDAD-EXIT.
              END-IF
              PERFORM 3500-REPLICAR-MAESTRO
                 THRU 3500-REPLICAR-MAESTRO-EXIT
              IF NOV-BAJA OR SW-REINGRESO-SI
                 PERFORM 3800-ACTUALIZAR-EGRESADOS
                    THRU 3800-ACTUALIZAR-EGRESADOS-EXIT
              END-IF
              PERFORM 3700-REGISTRAR-HISTORIAL
                 THRU 3700-REGISTRAR-HISTORIAL-EXIT
              PERFORM 3550-CONTROLAR-CUPO
                 THRU 3550-CONTROLAR-CUPO-EXIT
              IF NOV-ALTA
                 PERFORM 3570-CONTROLAR-DATOS-PERS
                    THRU 3570-CONTROLAR-DATOS-PERS-EXIT
              END-IF
           ELSE
              ADD 1 TO WS-CONT-RECHAZADAS
           END-IF.

           END-IF.

      *    La baja logica exige motivo de tabla y fecha de egreso
      *    valida; en blanco la fecha de egreso es la de vigencia de
      *    la novedad o, sin vigencia, la fecha de proceso.
           IF NOV-BAJA

              IF SW-EGRESADOS-ABIERTO-NO
                 MOVE 'SIN ARCHIVO DE EGRESADOS' TO WS-MOTIVO-RECHAZO
                 GO TO 3100-VALIDAR-NOVEDAD-EXIT
              END-IF

              IF NOV-MOTIVO-BAJA = SPACES
                 MOVE 'MOTIVO DE BAJA EN BLANCO' TO WS-MOTIVO-RECHAZO
                 GO TO 3100-VALIDAR-NOVEDAD-EXIT
              END-IF

              MOVE NOV-MOTIVO-BAJA TO WS-COD-BUSCADO
              PERFORM 3170-VALIDAR-MOTIVO-TABLA
                 THRU 3170-VALIDAR-MOTIVO-TABLA-EXIT

              IF SW-COD-EN-TABLA-NO
                 MOVE 'MOTIVO DE BAJA FUERA DE TABLA'
                   TO WS-MOTIVO-RECHAZO
                 GO TO 3100-VALIDAR-NOVEDAD-EXIT
              END-IF

              IF NOV-FECHA-EGRESO = SPACES
                 IF NOV-FECHA-VIGENCIA IS NUMERIC
                    MOVE NOV-FECHA-VIGENCIA TO WS-FECHA-EGRESO
                 ELSE
                    MOVE WS-FECHA-PROCESO TO WS-FECHA-EGRESO
                 END-IF
              ELSE
                 IF NOV-FECHA-EGRESO IS NOT NUMERIC
                    MOVE 'FECHA DE EGRESO NO NUMERICA'
                      TO WS-MOTIVO-RECHAZO
                    GO TO 3100-VALIDAR-NOVEDAD-EXIT
                 END-IF
                 MOVE NOV-FECHA-EGRESO TO WS-FECHA-EGRESO
              END-IF

              MOVE WS-FECHA-EGRESO(5:2) TO WS-MES-NOV
              MOVE WS-FECHA-EGRESO(7:2) TO WS-DIA-NOV

              IF WS-MES-NOV < 1 OR WS-MES-NOV > 12
                 OR WS-DIA-NOV < 1 OR WS-DIA-NOV > 31
                 MOVE 'FECHA DE EGRESO INVALIDA'
                   TO WS-MOTIVO-RECHAZO
                 GO TO 3100-VALIDAR-NOVEDAD-EXIT
              END-IF

      *       El periodo se verifica antes de sacar al empleado del
      *       padron: despues ya no hay vuelta atras.
              MOVE NOV-LEGAJO      TO EGR-LEGAJO
              MOVE WS-FECHA-EGRESO TO EGR-FECHA-EGRESO
              READ EGRESADOS-EMP

              IF FS-EGRESADOS-OK
                 MOVE 'EGRESO YA REGISTRADO EN EGRESADOS'
                   TO WS-MOTIVO-RECHAZO
                 GO TO 3100-VALIDAR-NOVEDAD-EXIT
              END-IF

              IF NOT FS-EGRESADOS-NO-HALLADO
                 MOVE 'ERROR AL LEER EGRESADOS' TO WS-MOTIVO-RECHAZO
                 GO TO 3100-VALIDAR-NOVEDAD-EXIT
              END-IF

           END-IF.

      *    Un alta de un legajo que figura en egresados sin reingreso
      *    registrado es un reingreso: se completa con los datos del
      *    egresado antes de validar como cualquier alta.
           IF NOV-ALTA AND SW-EGRESADOS-ABIERTO-SI
              PERFORM 3120-BUSCAR-EGRESADO
                 THRU 3120-BUSCAR-EGRESADO-EXIT
           END-IF.

           IF NOV-ALTA OR NOV-MODIFICACION

              IF NOV-APELLIDO = SPACES
       3100-VALIDAR-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Buscar en egresados el legajo del alta: si esta y todavia no
      * reingreso, la novedad se marca como reingreso, la imagen del
      * egresado queda como imagen anterior para el historial y los
      * datos que la novedad trae en blanco se toman del egresado.
      * La fecha de ingreso en blanco pasa a ser la de vigencia o la
      * de proceso: es el comienzo del nuevo periodo.
      *----------------------------------------------------------------*
       3120-BUSCAR-EGRESADO.

           PERFORM 3125-LEER-ULTIMO-EGRESO
              THRU 3125-LEER-ULTIMO-EGRESO-EXIT.

           IF NOT FS-EGRESADOS-OK
              GO TO 3120-BUSCAR-EGRESADO-EXIT
           END-IF.

           IF EGR-FECHA-REINGRESO NOT = ZEROS
              GO TO 3120-BUSCAR-EGRESADO-EXIT
           END-IF.

           SET SW-REINGRESO-SI TO TRUE.

           MOVE REG-EGRESADO(17:74) TO WS-IMG-ANTERIOR.

           IF NOV-NOMBRE = SPACES
              MOVE EGR-NOMBRE TO NOV-NOMBRE
           END-IF.

           IF NOV-APELLIDO = SPACES
              MOVE EGR-APELLIDO TO NOV-APELLIDO
           END-IF.

           IF NOV-ESTADO = SPACES
              MOVE EGR-ESTADO TO NOV-ESTADO
           END-IF.

           IF NOV-SECTOR = SPACES
              MOVE EGR-SECTOR TO NOV-SECTOR
           END-IF.

           IF NOV-CATEGORIA = SPACES
              MOVE EGR-CATEGORIA TO NOV-CATEGORIA
           END-IF.

           IF NOV-FECHA-INGRESO-X = SPACES
              OR NOV-FECHA-INGRESO-X = ZEROS
              IF NOV-FECHA-VIGENCIA IS NUMERIC
                 MOVE NOV-FECHA-VIGENCIA TO NOV-FECHA-INGRESO
              ELSE
                 MOVE WS-FECHA-PROCESO TO NOV-FECHA-INGRESO
              END-IF
           END-IF.

       3120-BUSCAR-EGRESADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Leer el periodo de egreso mas reciente de NOV-LEGAJO: se
      * recorren sus periodos en orden de fecha y se relee el ultimo
      * por clave, para dejarlo listo para el REWRITE. Sin periodos
      * queda FS-EGRESADOS en '23', como una lectura sin hallazgo.
      *----------------------------------------------------------------*
       3125-LEER-ULTIMO-EGRESO.

           SET SW-EGRESO-HALLADO-NO TO TRUE.
           MOVE NOV-LEGAJO TO EGR-LEGAJO.
           MOVE ZEROS      TO EGR-FECHA-EGRESO.

           START EGRESADOS-EMP KEY IS NOT LESS THAN EGR-CLAVE.

           IF FS-EGRESADOS-OK
              READ EGRESADOS-EMP NEXT
              PERFORM UNTIL NOT FS-EGRESADOS-OK
                         OR EGR-LEGAJO NOT = NOV-LEGAJO
                 SET SW-EGRESO-HALLADO-SI TO TRUE
                 MOVE EGR-FECHA-EGRESO TO WS-ULTIMO-EGRESO
                 READ EGRESADOS-EMP NEXT
              END-PERFORM
           END-IF.

           IF SW-EGRESO-HALLADO-NO
              MOVE '23' TO FS-EGRESADOS
              GO TO 3125-LEER-ULTIMO-EGRESO-EXIT
           END-IF.

           MOVE NOV-LEGAJO       TO EGR-LEGAJO.
           MOVE WS-ULTIMO-EGRESO TO EGR-FECHA-EGRESO.
           READ EGRESADOS-EMP.

       3125-LEER-ULTIMO-EGRESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Verificar que el codigo de estado en WS-COD-BUSCADO figura en
      * la tabla de referencia
       3160-VALIDAR-SECTOR-TABLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Verificar que el motivo de baja en WS-COD-BUSCADO figura en
      * la tabla de referencia
      *----------------------------------------------------------------*
       3170-VALIDAR-MOTIVO-TABLA.

           SET SW-COD-EN-TABLA-NO TO TRUE.

           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-CANT-MOTIVO
                      OR SW-COD-EN-TABLA-SI
              IF WS-MOT-COD(WS-MOT-IDX) = WS-COD-BUSCADO
                 SET SW-COD-EN-TABLA-SI TO TRUE
              END-IF
           END-PERFORM.

       3170-VALIDAR-MOTIVO-TABLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Actualizar el archivo de la sucursal de la novedad: se copia
      * el archivo a un temporal intercalando el alta en su posicion

      *----------------------------------------------------------------*
      * Asentar la novedad recien aplicada en el historial permanente
      * por legajo: fecha y hora de inicio de la corrida (la misma
      * para todo el lote), legajo, tipo y origen del movimiento,
      * imagen anterior (capturada al cruzar el registro en el
      * archivo de la sucursal) e imagen nueva. La baja, que no tiene
      * imagen nueva, agrega al final ' EGR: ' fecha de egreso y
      * ' MOT: ' motivo (posiciones 229 a 250), con lo que el periodo
      * de egresados se puede reconstruir desde el historial. El
      * formato es fijo para que la consulta por legajo del programa
      * de consultas y la anulacion de lotes puedan interpretarlo
      * posicion a posicion.
      *----------------------------------------------------------------*
       3700-REGISTRAR-HISTORIAL.

      *    La imagen nueva se arma aunque no haya historial: con ella
      *    se mantiene tambien la ocupacion de los cupos.
           EVALUATE TRUE
              WHEN NOV-ALTA
                 MOVE NOV-DATOS    TO WS-IMG-NUEVA(1:72)
                 MOVE SPACES TO WS-IMG-NUEVA
           END-EVALUATE.

           IF SW-HISTORIAL-ABIERTO-NO
              GO TO 3700-REGISTRAR-HISTORIAL-EXIT
           END-IF.

      *    El reingreso se distingue del alta nueva por el origen; su
      *    imagen anterior es la del registro de egresados.
           IF SW-REINGRESO-SI
              MOVE 'REINGRESO ' TO WS-ORIGEN-HIST
           ELSE
              MOVE 'NOVEDADES ' TO WS-ORIGEN-HIST
           END-IF.

           MOVE SPACES TO REG-HISTORIAL.
           STRING WS-FECHA-CORRIDA   DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-HORA-CORRIDA    DELIMITED BY SIZE
                  ' LEGAJO: '        DELIMITED BY SIZE
                  NOV-LEGAJO         DELIMITED BY SIZE
                  ' TIPO: '          DELIMITED BY SIZE
                  NOV-TIPO           DELIMITED BY SIZE
                  ' ORIGEN: '        DELIMITED BY SIZE
                  WS-ORIGEN-HIST     DELIMITED BY SIZE
                  ' ANTERIOR: '      DELIMITED BY SIZE
                  WS-IMG-ANTERIOR    DELIMITED BY SIZE
                  ' NUEVA: '         DELIMITED BY SIZE
                  WS-IMG-NUEVA       DELIMITED BY SIZE
             INTO REG-HISTORIAL.

           IF NOV-BAJA
              MOVE SPACES TO REG-HISTORIAL(229:22)
              STRING ' EGR: '          DELIMITED BY SIZE
                     WS-FECHA-EGRESO   DELIMITED BY SIZE
                     ' MOT: '          DELIMITED BY SIZE
                     NOV-MOTIVO-BAJA   DELIMITED BY SIZE
                INTO REG-HISTORIAL(229:22)
           END-IF.

           WRITE REG-HISTORIAL.

           IF NOT FS-HISTORIAL-OK
       3510-AVISAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Mantener la ocupacion de los cupos con la novedad recien
      * aplicada, por sus imagenes anterior y nueva: el activo que
      * sale de una sucursal, sector o categoria libera su lugar y el
      * que entra lo ocupa. El alta (o reingreso) que deja su cupo
      * por encima de lo autorizado, o que cae en una combinacion sin
      * presupuesto vigente, se marca para el aviso del reporte.
      *----------------------------------------------------------------*
       3550-CONTROLAR-CUPO.

           IF WS-CANT-PRE = ZEROS
              GO TO 3550-CONTROLAR-CUPO-EXIT
           END-IF.

      *    La imagen anterior de un reingreso es la de egresados: ese
      *    empleado no ocupaba ningun cupo.
           IF WS-IMG-ANTERIOR NOT = SPACES
              AND WS-IMG-ANTERIOR(59:2) = 'AC'
              AND SW-REINGRESO-NO
              MOVE WS-IMG-ANTERIOR(73:2) TO WS-CUPO-SUC
              MOVE WS-IMG-ANTERIOR(61:2) TO WS-CUPO-SECT
              MOVE WS-IMG-ANTERIOR(71:2) TO WS-CUPO-CAT
              PERFORM 3560-BUSCAR-CUPO
                 THRU 3560-BUSCAR-CUPO-EXIT
              IF WS-PRE-IDX > ZEROS
                 AND WS-PRE-ACTIVOS(WS-PRE-IDX) > ZEROS
                 SUBTRACT 1 FROM WS-PRE-ACTIVOS(WS-PRE-IDX)
              END-IF
           END-IF.

           IF WS-IMG-NUEVA = SPACES
              OR WS-IMG-NUEVA(59:2) NOT = 'AC'
              GO TO 3550-CONTROLAR-CUPO-EXIT
           END-IF.

           MOVE WS-IMG-NUEVA(73:2) TO WS-CUPO-SUC.
           MOVE WS-IMG-NUEVA(61:2) TO WS-CUPO-SECT.
           MOVE WS-IMG-NUEVA(71:2) TO WS-CUPO-CAT.
           PERFORM 3560-BUSCAR-CUPO
              THRU 3560-BUSCAR-CUPO-EXIT.

           IF WS-PRE-IDX > ZEROS
              ADD 1 TO WS-PRE-ACTIVOS(WS-PRE-IDX)
              MOVE WS-PRE-AUTORIZADO(WS-PRE-IDX) TO WS-CUPO-AUTORIZADO
              MOVE WS-PRE-ACTIVOS(WS-PRE-IDX)    TO WS-CUPO-ACTIVOS
           ELSE
              MOVE ZEROS TO WS-CUPO-AUTORIZADO
              MOVE ZEROS TO WS-CUPO-ACTIVOS
           END-IF.

           IF NOV-ALTA
              AND (WS-PRE-IDX = ZEROS
                   OR WS-CUPO-ACTIVOS > WS-CUPO-AUTORIZADO)
              SET SW-SOBRE-CUPO-SI TO TRUE
              ADD 1 TO WS-CONT-SOBRE-CUPO
           END-IF.

       3550-CONTROLAR-CUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Buscar el cupo de WS-CUPO-SUC/SECT/CAT; WS-PRE-IDX en cero si
      * no hay presupuesto vigente para esa combinacion
      *----------------------------------------------------------------*
       3560-BUSCAR-CUPO.

           MOVE ZEROS TO WS-PRE-IDX.

           PERFORM VARYING WS-PRE-II FROM 1 BY 1
                   UNTIL WS-PRE-II > WS-CANT-PRE
                      OR WS-PRE-IDX > ZEROS
              IF WS-PRE-SUC(WS-PRE-II)  = WS-CUPO-SUC
                 AND WS-PRE-SECT(WS-PRE-II) = WS-CUPO-SECT
                 AND WS-PRE-CAT(WS-PRE-II)  = WS-CUPO-CAT
                 MOVE WS-PRE-II TO WS-PRE-IDX
              END-IF
           END-PERFORM.

       3560-BUSCAR-CUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Controlar que el legajo dado de alta tenga cargados sus datos
      * personales; el alta se aplica igual y sale con aviso en el
      * reporte de control
      *----------------------------------------------------------------*
       3570-CONTROLAR-DATOS-PERS.

           IF SW-DATOS-PERS-ABIERTO-SI
              MOVE NOV-LEGAJO TO DPE-LEGAJO
              READ DATOS-PERSONALES
              IF FS-DATOS-PERS-OK
                 GO TO 3570-CONTROLAR-DATOS-PERS-EXIT
              END-IF
           END-IF.

           SET SW-SIN-DATOS-PERS-SI TO TRUE.
           ADD 1 TO WS-CONT-SIN-DATOS-PERS.

       3570-CONTROLAR-DATOS-PERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Actualizar el archivo de egresados con la novedad recien
      * aplicada: la baja graba un periodo nuevo con el registro
      * completo del empleado (la imagen anterior capturada al
      * sacarlo de la sucursal), motivo y fecha de egreso; los
      * periodos de egresos anteriores quedan como estaban. El
      * reingreso le pone la fecha de reingreso al periodo mas
      * reciente.
      *----------------------------------------------------------------*
       3800-ACTUALIZAR-EGRESADOS.

           IF NOV-BAJA
              MOVE NOV-LEGAJO            TO EGR-LEGAJO
              MOVE WS-FECHA-EGRESO       TO EGR-FECHA-EGRESO
              MOVE WS-IMG-ANTERIOR(1:72) TO EGR-DATOS
              MOVE NOV-SUCURSAL          TO EGR-SUCURSAL
              MOVE NOV-MOTIVO-BAJA       TO EGR-MOTIVO-BAJA
              MOVE ZEROS                 TO EGR-FECHA-REINGRESO
              WRITE REG-EGRESADO
              IF NOT FS-EGRESADOS-OK
                 PERFORM 3810-ERROR-EGRESADOS
                    THRU 3810-ERROR-EGRESADOS-EXIT
              END-IF
              MOVE SPACES TO WS-MARCA-CONTROL
              STRING ' MOTIVO: '       DELIMITED BY SIZE
                     NOV-MOTIVO-BAJA   DELIMITED BY SIZE
                     ' EGRESO: '       DELIMITED BY SIZE
                     WS-FECHA-EGRESO   DELIMITED BY SIZE
                INTO WS-MARCA-CONTROL
              GO TO 3800-ACTUALIZAR-EGRESADOS-EXIT
           END-IF.

           ADD 1 TO WS-CONT-REINGRESOS.
           MOVE ' REINGRESO' TO WS-MARCA-CONTROL.

           PERFORM 3125-LEER-ULTIMO-EGRESO
              THRU 3125-LEER-ULTIMO-EGRESO-EXIT.

           IF FS-EGRESADOS-OK
              MOVE NOV-FECHA-INGRESO TO EGR-FECHA-REINGRESO
              REWRITE REG-EGRESADO
           END-IF.

           IF NOT FS-EGRESADOS-OK
              PERFORM 3810-ERROR-EGRESADOS
                 THRU 3810-ERROR-EGRESADOS-EXIT
           END-IF.

       3800-ACTUALIZAR-EGRESADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El archivo de egresados no acompano a la novedad aplicada en
      * la sucursal: el registro del empleado quedo solo en el
      * respaldo de la corrida. Se detiene la corrida (las novedades
      * que siguen se rechazan y las pendientes no se reemplazan) y
      * termina con RC 8 para restaurar la generacion de respaldo.
      *----------------------------------------------------------------*
       3810-ERROR-EGRESADOS.

           SET SW-EGRESADOS-OK-NO  TO TRUE.
           SET SW-PENDIENTES-OK-NO TO TRUE.

           DISPLAY 'ERROR AL GRABAR EGRESADOS PARA EL LEGAJO '
                   NOV-LEGAJO ', FILE STATUS: ' FS-EGRESADOS.
           DISPLAY 'CORRIDA DETENIDA: RESTAURAR EL RESPALDO DEL '
                   'PADRON CON CL19EJ15a Y REPETIRLA'.

           IF SW-CONTROL-ABIERTO-SI
              MOVE SPACES TO REG-CONTROL
              STRING 'ERROR: EGRESADOS NO GRABADO LEGAJO: '
                                   DELIMITED BY SIZE
                     NOV-LEGAJO    DELIMITED BY SIZE
                     ' FILE STATUS: '
                                   DELIMITED BY SIZE
                     FS-EGRESADOS  DELIMITED BY SIZE
                     ' - RESTAURAR EL RESPALDO'
                                   DELIMITED BY SIZE
                INTO REG-CONTROL
              WRITE REG-CONTROL
           END-IF.

       3810-ERROR-EGRESADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Dejar constancia de la novedad en el reporte de control, con
      * el motivo del rechazo cuando corresponda
                        ' LEGAJO: '         DELIMITED BY SIZE
                        NOV-LEGAJO          DELIMITED BY SIZE
                        WS-ORIGEN-NOV       DELIMITED BY SIZE
                        WS-MARCA-CONTROL    DELIMITED BY SIZE
                   INTO REG-CONTROL
                 IF SW-SOBRE-CUPO-SI
                    WRITE REG-CONTROL
                    MOVE SPACES TO REG-CONTROL
                    STRING '          AVISO: ALTA SOBRE CUPO '
                                               DELIMITED BY SIZE
                           'PRESUPUESTADO - SECTOR: '
                                               DELIMITED BY SIZE
                           WS-CUPO-SECT        DELIMITED BY SIZE
                           ' CATEGORIA: '      DELIMITED BY SIZE
                           WS-CUPO-CAT         DELIMITED BY SIZE
                           ' AUTORIZADOS: '    DELIMITED BY SIZE
                           WS-CUPO-AUTORIZADO  DELIMITED BY SIZE
                      INTO REG-CONTROL
                 END-IF
                 IF SW-SIN-DATOS-PERS-SI
                    WRITE REG-CONTROL
                    MOVE SPACES TO REG-CONTROL
                    MOVE '          AVISO: ALTA SIN DATOS PERSONALES ' &
                         'CARGADOS (CUIL, NACIMIENTO, DOMICILIO)'
                      TO REG-CONTROL
                 END-IF
              ELSE
                 STRING 'RECHAZADA TIPO: '  DELIMITED BY SIZE
                        NOV-TIPO            DELIMITED BY SIZE
              SET SW-HISTORIAL-ABIERTO-NO TO TRUE
           END-IF.

           IF SW-EGRESADOS-ABIERTO-SI
              CLOSE EGRESADOS-EMP
              SET SW-EGRESADOS-ABIERTO-NO TO TRUE
           END-IF.

           IF SW-DATOS-PERS-ABIERTO-SI
              CLOSE DATOS-PERSONALES
              SET SW-DATOS-PERS-ABIERTO-NO TO TRUE
           END-IF.

           IF SW-CONTROL-ABIERTO-SI
              MOVE '--------------------------------------------' &
                   '--------'
                     '  APLICADAS AL VENCER: '
                                            DELIMITED BY SIZE
                     WS-CONT-AL-VENCER      DELIMITED BY SIZE
                     '  REINGRESOS: '       DELIMITED BY SIZE
                     WS-CONT-REINGRESOS     DELIMITED BY SIZE
                     '  ALTAS SOBRE CUPO: ' DELIMITED BY SIZE
                     WS-CONT-SOBRE-CUPO     DELIMITED BY SIZE
                INTO REG-CONTROL
              WRITE REG-CONTROL

              MOVE SPACES TO REG-CONTROL
              STRING 'ALTAS SIN DATOS PERSONALES: '
                                            DELIMITED BY SIZE
                     WS-CONT-SIN-DATOS-PERS DELIMITED BY SIZE
                INTO REG-CONTROL
              WRITE REG-CONTROL

           DISPLAY 'NOVEDADES RECHAZADAS: ' WS-CONT-RECHAZADAS.
           DISPLAY 'NOVEDADES DIFERIDAS: '  WS-CONT-DIFERIDAS.
           DISPLAY 'APLICADAS AL VENCER: '  WS-CONT-AL-VENCER.
           DISPLAY 'REINGRESOS: '           WS-CONT-REINGRESOS.
           DISPLAY 'ALTAS SOBRE CUPO: '     WS-CONT-SOBRE-CUPO.
           DISPLAY 'ALTAS SIN DATOS PERSONALES: '
                   WS-CONT-SIN-DATOS-PERS.
           DISPLAY 'VER DETALLE EN: NOVEDADES-CONTROL.TXT'.

       8000-FINALIZAR-EXIT.
