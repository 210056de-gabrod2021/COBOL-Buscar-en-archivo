      *   la libera al terminar; con la traba tomada por otro proceso
      *   el mantenimiento no entra. Una traba huerfana se libera con
      *   CL19EJ10a.
      * - Se agrega la consulta de egresados (opcion 12 del menu): por
      *   legajo muestra el registro que la baja logica del programa
      *   de novedades dejo en EGRESADOS-EMPLEADOS.DAT, con motivo de
      *   baja (descripcion de MOTIVOS-BAJA.TXT), fecha de egreso y,
      *   si volvio, fecha de reingreso.
      * - El cierre de diciembre recuerda generar el derecho anual de
      *   vacaciones con CL19EJ13a.
      * - Se agregan las constancias de servicios (opcion 13 del menu
      *   y comando EMITIR-CONSTANCIA del modo lote): datos actuales,
      *   antiguedad a la fecha de proceso y trayectoria del
      *   historial, numeradas y asentadas con operador y destinatario
      *   en CONSTANCIAS-EMITIDAS.TXT; la opcion 14 y el comando
      *   VERIFICAR-CONSTANCIA las verifican por numero.
      * - Se agregan los datos personales del empleado en el indexado
      *   DATOS-PERSONALES.DAT (CUIL, nacimiento, sexo, domicilio,
      *   telefono y contacto de emergencia), con mantenimiento para
      *   supervisores (opcion 15) que valida el digito verificador y
      *   rechaza CUIL repetidos entre legajos; el reporte de
      *   proximos a jubilarse (opcion 16 y comando
      *   REPORTE-JUBILACION); y el CUIL optativo al final del
      *   detalle 02 del extracto de sueldos (marca en la cabecera).
      * - El reporte de costo de dotacion puede valorizarse con los
      *   basicos vigentes a una fecha (opcion 11 y comando
      *   REPORTE-COSTO AAAAMMDD), tomados de HISTORIAL-BASICOS.TXT
      *   que mantiene CL19EJ17a al aplicar cada acuerdo paritario;
      *   las categorias sin tramo a esa fecha usan el basico actual.
      * - La consulta de egresados lista todos los periodos de egreso
      *   del legajo (EGRESADOS-EMPLEADOS.DAT pasa a tener clave
      *   legajo + fecha de egreso) y el historial muestra la fecha
      *   de egreso y el motivo de las bajas. La fecha de valorizacion
      *   del costo de dotacion se valida como fecha (mes y dia del
      *   mes) y la fecha de nacimiento de los datos personales
      *   acepta el 29 de febrero solo en anios bisiestos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ01a.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABA.

       SELECT EGRESADOS-EMP
           ASSIGN TO '../EGRESADOS-EMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EGR-CLAVE
           FILE STATUS IS FS-EGRESADOS.

       SELECT ARCH-MOTIVOS-BAJA
           ASSIGN TO '../MOTIVOS-BAJA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOTIVOS-BAJA.

       SELECT SAL-CONSTANCIA
           ASSIGN DYNAMIC WS-NOMBRE-ARCH-CON
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSTANCIA.

       SELECT ARCH-CONSTANCIAS
           ASSIGN TO '../CONSTANCIAS-EMITIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSTANCIAS.

       SELECT DATOS-PERSONALES
           ASSIGN TO '../DATOS-PERSONALES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPE-LEGAJO
           ALTERNATE RECORD KEY IS DPE-CUIL
           FILE STATUS IS FS-DATOS-PERS.

       SELECT SAL-JUBILACION
           ASSIGN TO '../REPORTE-JUBILACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JUBILACION.

       SELECT ARCH-HIST-BASICOS
           ASSIGN TO '../HISTORIAL-BASICOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST-BASICOS.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       01 REG-VARIACION                    PIC X(100).

       FD SAL-SUELDOS.
       01 REG-SUELDOS                      PIC X(100).

       FD ARCH-ESTADOS.
       01 REG-ESTADO.
       FD ENT-HISTORIAL.
       01 REG-HISTORIAL                    PIC X(250).

       FD EGRESADOS-EMP.
       01 REG-EGRESADO.
          05 EGR-CLAVE.
             10 EGR-LEGAJO                 PIC 9(08).
             10 EGR-FECHA-EGRESO           PIC 9(08).
          05 EGR-DAT-LEGAJO                PIC 9(08).
          05 EGR-NOMBRE                    PIC X(25).
          05 EGR-APELLIDO                  PIC X(25).
          05 EGR-ESTADO                    PIC X(02).
          05 EGR-SECTOR                    PIC X(02).
          05 EGR-FECHA-INGRESO             PIC 9(08).
          05 EGR-CATEGORIA                 PIC X(02).
          05 EGR-SUCURSAL                  PIC X(02).
          05 EGR-MOTIVO-BAJA               PIC X(02).
          05 EGR-FECHA-REINGRESO           PIC 9(08).

       FD ARCH-MOTIVOS-BAJA.
       01 REG-MOTIVO-BAJA.
          05 MOT-CODIGO                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 MOT-DESCRIPCION               PIC X(20).

       FD SAL-CONSTANCIA.
       01 REG-CONSTANCIA                   PIC X(80).

       FD ARCH-CONSTANCIAS.
       01 REG-CONSTANCIA-EMITIDA.
          05 RCO-NUMERO                    PIC 9(06).
          05 FILLER                        PIC X(01).
          05 RCO-FECHA-EMISION             PIC 9(08).
          05 FILLER                        PIC X(01).
          05 RCO-HORA-EMISION              PIC 9(08).
          05 FILLER                        PIC X(01).
          05 RCO-LEGAJO                    PIC 9(08).
          05 FILLER                        PIC X(01).
          05 RCO-APELLIDO                  PIC X(25).
          05 FILLER                        PIC X(01).
          05 RCO-OPERADOR                  PIC X(08).
          05 FILLER                        PIC X(01).
          05 RCO-DESTINATARIO              PIC X(30).
          05 FILLER                        PIC X(01).
          05 RCO-FECHA-PROCESO             PIC 9(08).

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

       FD SAL-JUBILACION.
       01 REG-JUBILACION                   PIC X(100).

      *    Basicos de cada categoria con su vigencia desde/hasta (hasta
      *    en ceros = vigente), mantenido por la aplicacion de
      *    acuerdos paritarios CL19EJ17a
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

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
             88 FS-TRABA-OK                          VALUE '00'.
             88 FS-TRABA-EOF                         VALUE '10'.
             88 FS-TRABA-NFD                         VALUE '35'.
          02 FS-EGRESADOS                  PIC X(02) VALUE '00'.
             88 FS-EGRESADOS-OK                      VALUE '00'.
             88 FS-EGRESADOS-NFD                     VALUE '35'.
          02 FS-MOTIVOS-BAJA               PIC X(02) VALUE '00'.
             88 FS-MOTIVOS-BAJA-OK                   VALUE '00'.
             88 FS-MOTIVOS-BAJA-EOF                  VALUE '10'.
          02 FS-CONSTANCIA                 PIC X(02) VALUE '00'.
             88 FS-CONSTANCIA-OK                     VALUE '00'.
          02 FS-CONSTANCIAS                PIC X(02) VALUE '00'.
             88 FS-CONSTANCIAS-OK                    VALUE '00'.
             88 FS-CONSTANCIAS-EOF                   VALUE '10'.
             88 FS-CONSTANCIAS-NFD                   VALUE '35'.
          02 FS-DATOS-PERS                 PIC X(02) VALUE '00'.
             88 FS-DATOS-PERS-OK                     VALUE '00'.
             88 FS-DATOS-PERS-DUPLICADO              VALUE '22'.
             88 FS-DATOS-PERS-NO-EXISTE              VALUE '23'.
             88 FS-DATOS-PERS-NFD                    VALUE '35'.
          02 FS-JUBILACION                 PIC X(02) VALUE '00'.
             88 FS-JUBILACION-OK                     VALUE '00'.
          02 FS-HIST-BASICOS               PIC X(02) VALUE '00'.
             88 FS-HIST-BASICOS-OK                   VALUE '00'.
             88 FS-HIST-BASICOS-EOF                  VALUE '10'.
             88 FS-HIST-BASICOS-NFD                  VALUE '35'.

        01 WS-CONTADORES.
           02 WS-CONT-REG-EMP            PIC 9(05) VALUE ZEROS.
          02 WS-CSECT-ENT OCCURS 30 TIMES.
             05 WS-CSECT-COD            PIC X(02).
             05 WS-CSECT-IMPORTE       PIC 9(11)V9(02).
      *   Valorizacion a una fecha: basicos de HISTORIAL-BASICOS.TXT
      *   vigentes a WS-COSTO-FECHA-VAL (ceros = basicos actuales)
          02 WS-COSTO-FECHA-VAL         PIC 9(08) VALUE ZEROS.
          02 WS-COSTO-FECHA-VAL-R REDEFINES WS-COSTO-FECHA-VAL.
             05 WS-COSTO-ANIO-VAL       PIC 9(04).
             05 WS-COSTO-MES-VAL        PIC 9(02).
             05 WS-COSTO-DIA-VAL        PIC 9(02).
          02 WS-COSTO-FECHA-ACEP        PIC X(08) VALUE SPACES.
          02 WS-COSTO-DIAS-MES          PIC 9(02) VALUE ZEROS.
          02 WS-COSTO-COCIENTE          PIC 9(04) VALUE ZEROS.
          02 WS-COSTO-RESTO             PIC 9(01) VALUE ZEROS.
          02 SW-COSTO-FECHA             PIC X(01) VALUE 'N'.
             88 SW-COSTO-FECHA-VALIDA-SI          VALUE 'S'.
             88 SW-COSTO-FECHA-VALIDA-NO          VALUE 'N'.
          02 WS-CVAL-CANT               PIC 9(02) VALUE ZEROS.
          02 WS-CVAL-IDX                PIC 9(02) VALUE ZEROS.
          02 WS-CVAL-ENT OCCURS 30 TIMES.
             05 WS-CVAL-COD             PIC X(02).
             05 WS-CVAL-BASICO          PIC 9(07)V9(02).

       01 WS-SUCURSALES.
              02 WS-CANT-SUCURSAL        PIC 9(02) VALUE ZEROS.
           02 WS-HIST-IMG                PIC X(74) VALUE SPACES.
           02 WS-HIST-ROTULO             PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Consulta de egresados: legajo pedido y descripcion del motivo
      * de baja tomada de MOTIVOS-BAJA.TXT
      *----------------------------------------------------------------*
       01 WS-EGRESADOS-DATOS.
           02 WS-EGR-LEGAJO              PIC 9(08) VALUE ZEROS.
           02 WS-EGR-PERIODOS            PIC 9(03) VALUE ZEROS.
           02 WS-DESC-MOTIVO             PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * Constancias de servicios: cada constancia lleva un numero
      * correlativo y queda registrada en CONSTANCIAS-EMITIDAS.TXT
      * con legajo, operador emisor y destinatario, para que su
      * autenticidad pueda verificarse despues por el numero
      *----------------------------------------------------------------*
       01 WS-CONSTANCIA-DATOS.
           02 WS-CON-NUMERO              PIC 9(06) VALUE ZEROS.
           02 WS-CON-LEGAJO              PIC 9(08) VALUE ZEROS.
           02 WS-CON-DESTINATARIO        PIC X(30) VALUE SPACES.
           02 WS-CON-RC                  PIC 9(02) VALUE ZEROS.
           02 WS-CON-PUNTERO             PIC 9(03) VALUE ZEROS.
           02 WS-CON-CANT-TRAMOS         PIC 9(03) VALUE ZEROS.
           02 WS-CON-MESES-TOT           PIC S9(05) VALUE ZEROS.
           02 WS-CON-ANIOS               PIC 9(03) VALUE ZEROS.
           02 WS-CON-MESES               PIC 9(02) VALUE ZEROS.
           02 WS-CON-FECHA-EMISION       PIC 9(08) VALUE ZEROS.
           02 WS-CON-HORA-EMISION        PIC 9(08) VALUE ZEROS.
           02 WS-CON-FECHA-AUX           PIC 9(08) VALUE ZEROS.
           02 WS-CON-FECHA-ED            PIC X(10) VALUE SPACES.
           02 WS-CON-FECHA-HOY.
              05 WS-CON-ANIO-HOY         PIC 9(04).
              05 WS-CON-MES-HOY          PIC 9(02).
              05 WS-CON-DIA-HOY          PIC 9(02).
           02 WS-CON-FECHA-ING.
              05 WS-CON-ANIO-ING         PIC 9(04).
              05 WS-CON-MES-ING          PIC 9(02).
              05 WS-CON-DIA-ING          PIC 9(02).
           02 WS-CON-EMPLEADO.
              05 WS-CON-EMP-LEGAJO       PIC 9(08).
              05 WS-CON-EMP-NOMBRE       PIC X(25).
              05 WS-CON-EMP-APELLIDO     PIC X(25).
              05 WS-CON-EMP-ESTADO       PIC X(02).
              05 WS-CON-EMP-SECTOR       PIC X(02).
              05 WS-CON-EMP-FECHA-ING    PIC 9(08).
              05 WS-CON-EMP-CATEGORIA    PIC X(02).
              05 WS-CON-EMP-SUCURSAL     PIC X(02).
           02 WS-CON-IMG-ANT             PIC X(74) VALUE SPACES.
           02 WS-CON-IMG-NUE             PIC X(74) VALUE SPACES.
           02 WS-CON-CONCEPTO            PIC X(10) VALUE SPACES.
           02 WS-CON-ANTES               PIC X(23) VALUE SPACES.
           02 WS-CON-DESPUES             PIC X(23) VALUE SPACES.
           02 WS-CON-SEPARADOR           PIC X(03) VALUE SPACES.
           02 WS-CON-LINEA               PIC X(80) VALUE SPACES.
           02 SW-CON-EMPLEADO            PIC X(01) VALUE 'N'.
              88 SW-CON-EMPLEADO-SI                VALUE 'S'.
              88 SW-CON-EMPLEADO-NO                VALUE 'N'.
           02 SW-CON-GRABACION           PIC X(01) VALUE 'S'.
              88 SW-CON-GRABACION-SI               VALUE 'S'.
              88 SW-CON-GRABACION-NO               VALUE 'N'.
           02 SW-CON-REGISTRADA          PIC X(01) VALUE 'N'.
              88 SW-CON-REGISTRADA-SI              VALUE 'S'.
              88 SW-CON-REGISTRADA-NO              VALUE 'N'.

      *----------------------------------------------------------------*
      * Datos personales del empleado (DATOS-PERSONALES.DAT, indexado
      * por legajo con el CUIL como clave alternada unica): registro
      * de trabajo del mantenimiento, pesos del digito verificador del
      * CUIL y dias por mes para validar la fecha de nacimiento
      *----------------------------------------------------------------*
       01 WS-DATOS-PERSONALES.
           02 WS-DPE-LEGAJO              PIC 9(08) VALUE ZEROS.
           02 WS-DPE-ACCION              PIC X(01) VALUE SPACE.
           02 WS-DPE-CONFIRMA            PIC X(01) VALUE SPACE.
           02 WS-DPE-MOTIVO              PIC X(40) VALUE SPACES.
           02 WS-DPE-ENTRADA             PIC X(40) VALUE SPACES.
           02 WS-DPE-REGISTRO.
              05 WS-DPE-REG-LEGAJO       PIC 9(08).
              05 WS-DPE-CUIL             PIC 9(11).
              05 WS-DPE-CUIL-R REDEFINES WS-DPE-CUIL.
                 10 WS-DPE-CUIL-TIPO     PIC 9(02).
                    88 WS-DPE-CUIL-TIPO-OK   VALUES 20 23 24 27.
                 10 FILLER               PIC 9(09).
              05 WS-DPE-CUIL-D REDEFINES WS-DPE-CUIL.
                 10 WS-DPE-CUIL-DIGITO   PIC 9(01) OCCURS 11 TIMES.
              05 WS-DPE-FECHA-NAC        PIC 9(08).
              05 WS-DPE-FECHA-NAC-R REDEFINES WS-DPE-FECHA-NAC.
                 10 WS-DPE-ANIO-NAC      PIC 9(04).
                 10 WS-DPE-MES-NAC       PIC 9(02).
                 10 WS-DPE-DIA-NAC       PIC 9(02).
              05 WS-DPE-SEXO             PIC X(01).
                 88 WS-DPE-SEXO-OK                 VALUES 'M' 'F'.
                 88 WS-DPE-SEXO-MUJER              VALUE 'F'.
              05 WS-DPE-DOMICILIO        PIC X(40).
              05 WS-DPE-LOCALIDAD        PIC X(25).
              05 WS-DPE-TELEFONO         PIC X(15).
              05 WS-DPE-CONTACTO-NOMBRE  PIC X(30).
              05 WS-DPE-CONTACTO-TEL     PIC X(15).
              05 WS-DPE-FECHA-ACTUAL     PIC 9(08).
              05 WS-DPE-OPERADOR         PIC X(08).
           02 WS-DPE-PESOS-VAL           PIC X(10) VALUE '5432765432'.
           02 WS-DPE-PESOS REDEFINES WS-DPE-PESOS-VAL.
              05 WS-DPE-PESO             PIC 9(01) OCCURS 10 TIMES.
           02 WS-DPE-DIAS-MES-VAL        PIC X(24)
                                 VALUE '312831303130313130313031'.
           02 WS-DPE-DIAS-MES-R REDEFINES WS-DPE-DIAS-MES-VAL.
              05 WS-DPE-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
           02 WS-DPE-IDX                 PIC 9(02) VALUE ZEROS.
           02 WS-DPE-SUMA                PIC 9(04) VALUE ZEROS.
           02 WS-DPE-COCIENTE            PIC 9(04) VALUE ZEROS.
           02 WS-DPE-RESTO               PIC 9(02) VALUE ZEROS.
           02 WS-DPE-VERIFICADOR         PIC 9(02) VALUE ZEROS.
           02 WS-DPE-DIAS-DEL-MES        PIC 9(02) VALUE ZEROS.
           02 SW-DPE-EXISTE              PIC X(01) VALUE 'N'.
              88 SW-DPE-EXISTE-SI                  VALUE 'S'.
              88 SW-DPE-EXISTE-NO                  VALUE 'N'.
           02 SW-DPE-VALIDO              PIC X(01) VALUE 'N'.
              88 SW-DPE-VALIDO-SI                  VALUE 'S'.
              88 SW-DPE-VALIDO-NO                  VALUE 'N'.
           02 SW-DPE-ABIERTO             PIC X(01) VALUE 'N'.
              88 SW-DPE-ABIERTO-SI                 VALUE 'S'.
              88 SW-DPE-ABIERTO-NO                 VALUE 'N'.

      *----------------------------------------------------------------*
      * Reporte de proximos a jubilarse: edad jubilatoria por sexo y
      * ventana de 12 meses a partir de la fecha de proceso
      *----------------------------------------------------------------*
       01 WS-JUBILACION-DATOS.
           02 WS-JUB-EDAD-HOMBRES        PIC 9(02) VALUE 65.
           02 WS-JUB-EDAD-MUJERES        PIC 9(02) VALUE 60.
           02 WS-JUB-EDAD                PIC 9(02) VALUE ZEROS.
           02 WS-JUB-FECHA-CUMPLE        PIC 9(08) VALUE ZEROS.
           02 WS-JUB-FECHA-LIMITE        PIC 9(08) VALUE ZEROS.
           02 WS-JUB-CANT                PIC 9(05) VALUE ZEROS.
           02 WS-JUB-SIN-DATOS           PIC 9(05) VALUE ZEROS.
           02 WS-JUB-CUMPLIDA            PIC 9(05) VALUE ZEROS.
           02 SW-JUB-OK                  PIC X(01) VALUE 'S'.
              88 SW-JUB-OK-SI                      VALUE 'S'.
              88 SW-JUB-OK-NO                      VALUE 'N'.

       01 WS-NOMBRE-ARCH-EMP          PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-ARCH-TMP          PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-ARCH-SUE          PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-ARCH-PAD          PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-ARCH-CON          PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-ARCH-PARCIAL      PIC X(40)
                                VALUE '../CONSOLIDADO-PARCIAL.TXT'.
       01 WS-ARCH-TRABA               PIC X(40)
      *----------------------------------------------------------------*
       01 WS-SUELDOS-INTERFAZ.
          02 WS-SUE-FILTRO             PIC X(02) VALUE SPACES.
          02 WS-SUE-CON-CUIL           PIC X(01) VALUE 'N'.
             88 SW-SUE-CON-CUIL-SI               VALUE 'S' 's'.
          02 WS-SUE-SIN-CUIL           PIC 9(05) VALUE ZEROS.
          02 WS-SUE-HEADER.
             05 FILLER                 PIC X(02) VALUE '01'.
             05 WS-SUE-HDR-FECHA       PIC 9(08) VALUE ZEROS.
             05 WS-SUE-HDR-SISTEMA     PIC X(10) VALUE 'CL19EJ01A'.
             05 WS-SUE-HDR-CUIL        PIC X(01) VALUE 'N'.
          02 WS-SUE-DETALLE.
             05 FILLER                 PIC X(02) VALUE '02'.
             05 WS-SUE-DET-LEGAJO      PIC 9(08) VALUE ZEROS.
             05 WS-SUE-DET-SUCURSAL    PIC X(02) VALUE SPACES.
             05 WS-SUE-DET-FECHA-ING   PIC 9(08) VALUE ZEROS.
             05 WS-SUE-DET-CATEGORIA   PIC X(02) VALUE SPACES.
             05 WS-SUE-DET-CUIL        PIC X(11) VALUE SPACES.
          02 WS-SUE-TRAILER.
             05 FILLER                 PIC X(02) VALUE '09'.
             05 WS-SUE-TRL-CANT        PIC 9(06) VALUE ZEROS.
       01 WS-LOTE-DATOS.
              02 WS-LOTE-COMANDO          PIC X(20) VALUE SPACES.
              02 WS-LOTE-ARGUMENTO        PIC X(25) VALUE SPACES.
              02 WS-LOTE-OPCION           PIC X(10) VALUE SPACES.
              02 WS-LOTE-RC               PIC 9(02) VALUE ZEROS.
              02 WS-LOTE-LARGO-ARG        PIC 9(02) VALUE ZEROS.
              02 WS-LOTE-RC-FINAL         PIC 9(02) VALUE ZEROS.
              IF NIVEL-SUPERVISOR
                 DISPLAY '11. Reporte de costo de dotacion'
              END-IF
              DISPLAY '12. Consulta de egresados'
              IF NIVEL-SUPERVISOR
                 DISPLAY '13. Emitir constancia de servicios'
              END-IF
              DISPLAY '14. Verificar constancia emitida'
              IF NIVEL-SUPERVISOR
                 DISPLAY '15. Datos personales (CUIL, domicilio)'
                 DISPLAY '16. Reporte de proximos a jubilarse'
              END-IF
              DISPLAY '9. Salir'
              DISPLAY 'Ingresar opcion: '
              ACCEPT WS-OPCION-MENU
                       THRU 4900-CONSULTAR-HISTORIAL-EXIT
                 WHEN 11
                    IF NIVEL-SUPERVISOR
                       PERFORM 4745-PEDIR-FECHA-COSTO
                          THRU 4745-PEDIR-FECHA-COSTO-EXIT
                    ELSE
                       DISPLAY 'OPCION NO HABILITADA PARA SU NIVEL'
                    END-IF
                 WHEN 12
                    PERFORM 4950-CONSULTAR-EGRESADO
                       THRU 4950-CONSULTAR-EGRESADO-EXIT
                 WHEN 13
                    IF NIVEL-SUPERVISOR
                       PERFORM 4970-EMITIR-CONSTANCIA
                          THRU 4970-EMITIR-CONSTANCIA-EXIT
                    ELSE
                       DISPLAY 'OPCION NO HABILITADA PARA SU NIVEL'
                    END-IF
                 WHEN 14
                    PERFORM 4985-VERIFICAR-CONSTANCIA
                       THRU 4985-VERIFICAR-CONSTANCIA-EXIT
                 WHEN 15
                    IF NIVEL-SUPERVISOR
                       PERFORM 4990-MANTENER-DATOS-PERS
                          THRU 4990-MANTENER-DATOS-PERS-EXIT
                    ELSE
                       DISPLAY 'OPCION NO HABILITADA PARA SU NIVEL'
                    END-IF
                 WHEN 16
                    IF NIVEL-SUPERVISOR
                       PERFORM 4995-REPORTE-JUBILACION
                          THRU 4995-REPORTE-JUBILACION-EXIT
                    ELSE
                       DISPLAY 'OPCION NO HABILITADA PARA SU NIVEL'
                    END-IF
                    END-IF
                 END-IF

      *       EXTRAER-SUELDOS [sucursal|*] [CUIL]: con la palabra
      *       CUIL el detalle lleva el CUIL de los datos personales
              WHEN 'EXTRAER-SUELDOS'
                 IF NOT NIVEL-SUPERVISOR
                    MOVE 20 TO WS-LOTE-RC
                 ELSE
                    MOVE SPACES TO WS-LOTE-OPCION
                    UNSTRING REG-PARAMETRO DELIMITED BY ALL SPACE
                        INTO WS-LOTE-COMANDO
                             WS-LOTE-ARGUMENTO
                             WS-LOTE-OPCION
                    IF WS-LOTE-ARGUMENTO = 'CUIL'
                       MOVE SPACES TO WS-LOTE-ARGUMENTO
                       MOVE 'CUIL' TO WS-LOTE-OPCION
                    END-IF
                    IF WS-LOTE-OPCION = 'CUIL'
                       MOVE 'S' TO WS-SUE-CON-CUIL
                    ELSE
                       MOVE 'N' TO WS-SUE-CON-CUIL
                    END-IF
                    IF WS-LOTE-ARGUMENTO = SPACES
                       MOVE '*' TO WS-SUE-FILTRO
                    ELSE
                 IF NOT NIVEL-SUPERVISOR
                    MOVE 20 TO WS-LOTE-RC
                 ELSE
                    MOVE ZEROS TO WS-COSTO-FECHA-VAL
                    IF WS-LOTE-ARGUMENTO NOT = SPACES
                       IF WS-LOTE-ARGUMENTO(1:8) IS NUMERIC
                          AND WS-LOTE-ARGUMENTO(9:17) = SPACES
                          MOVE WS-LOTE-ARGUMENTO(1:8)
                            TO WS-COSTO-FECHA-VAL
                          PERFORM 4746-VALIDAR-FECHA-COSTO
                             THRU 4746-VALIDAR-FECHA-COSTO-EXIT
                          IF SW-COSTO-FECHA-VALIDA-NO
                             MOVE ZEROS TO WS-COSTO-FECHA-VAL
                             MOVE 12 TO WS-LOTE-RC
                          END-IF
                       ELSE
                          MOVE 12 TO WS-LOTE-RC
                       END-IF
                    END-IF
                 END-IF
                 IF WS-LOTE-RC = ZEROS
                    PERFORM 4750-REPORTE-COSTO
                       THRU 4750-REPORTE-COSTO-EXIT
                    EVALUATE TRUE
                    END-IF
                 END-IF

      *       EMITIR-CONSTANCIA legajo destinatario: el destinatario
      *       es todo lo que sigue al legajo en la linea
              WHEN 'EMITIR-CONSTANCIA'
                 IF NOT NIVEL-SUPERVISOR
                    MOVE 20 TO WS-LOTE-RC
                 ELSE
                    MOVE 1 TO WS-CON-PUNTERO
                    UNSTRING REG-PARAMETRO DELIMITED BY ALL SPACE
                        INTO WS-LOTE-COMANDO
                             WS-LOTE-ARGUMENTO
                        WITH POINTER WS-CON-PUNTERO
                    MOVE SPACES TO WS-CON-DESTINATARIO
                    IF WS-CON-PUNTERO <= 80
                       MOVE REG-PARAMETRO(WS-CON-PUNTERO:)
                         TO WS-CON-DESTINATARIO
                    END-IF
                    IF WS-LOTE-ARGUMENTO(1:8) IS NUMERIC
                       MOVE WS-LOTE-ARGUMENTO(1:8) TO WS-CON-LEGAJO
                       PERFORM 4971-GENERAR-CONSTANCIA
                          THRU 4971-GENERAR-CONSTANCIA-EXIT
                       MOVE WS-CON-RC TO WS-LOTE-RC
                    ELSE
                       MOVE 12 TO WS-LOTE-RC
                    END-IF
                 END-IF

              WHEN 'REPORTE-JUBILACION'
                 IF NOT NIVEL-SUPERVISOR
                    MOVE 20 TO WS-LOTE-RC
                 ELSE
                    PERFORM 4995-REPORTE-JUBILACION
                       THRU 4995-REPORTE-JUBILACION-EXIT
                    EVALUATE TRUE
                       WHEN SW-JUB-OK-NO
                          MOVE 16 TO WS-LOTE-RC
                       WHEN WS-JUB-CANT = ZEROS
                          MOVE 04 TO WS-LOTE-RC
                    END-EVALUATE
                 END-IF

              WHEN 'VERIFICAR-CONSTANCIA'
                 IF WS-LOTE-ARGUMENTO(1:6) IS NUMERIC
                    MOVE WS-LOTE-ARGUMENTO(1:6) TO WS-CON-NUMERO
                    PERFORM 4986-BUSCAR-CONSTANCIA
                       THRU 4986-BUSCAR-CONSTANCIA-EXIT
                    IF SW-CON-REGISTRADA-NO
                       MOVE 04 TO WS-LOTE-RC
                    END-IF
                 ELSE
                    MOVE 12 TO WS-LOTE-RC
                 END-IF

              WHEN OTHER
                 MOVE 08 TO WS-LOTE-RC
                 DISPLAY 'COMANDO DE LOTE DESCONOCIDO: ' WS-LOTE-COMANDO
           DISPLAY '--- EXTRACTO PARA SUELDOS -------------------------'
           DISPLAY 'Ingresar sucursal (2 digitos) o * para todas: '
           ACCEPT WS-SUE-FILTRO.
           DISPLAY 'Incluir el CUIL de los datos personales (S/N): '
           ACCEPT WS-SUE-CON-CUIL.

           PERFORM 4710-GENERAR-EXTRACTO
              THRU 4710-GENERAR-EXTRACTO-EXIT.
              GO TO 4710-GENERAR-EXTRACTO-EXIT
           END-IF.

      *    Con CUIL se consultan los datos personales por legajo; si
      *    el archivo no se puede abrir el extracto sale igual, con
      *    el CUIL en ceros, y se avisa.
           MOVE ZEROS TO WS-SUE-SIN-CUIL.
           SET SW-DPE-ABIERTO-NO TO TRUE.
           IF SW-SUE-CON-CUIL-SI
              MOVE 'S' TO WS-SUE-HDR-CUIL
              OPEN INPUT DATOS-PERSONALES
              IF FS-DATOS-PERS-OK
                 SET SW-DPE-ABIERTO-SI TO TRUE
              ELSE
                 DISPLAY 'NO SE PUDO ABRIR DATOS-PERSONALES.DAT, EL '
                         'CUIL SALE EN CEROS'
                 DISPLAY 'FILE STATUS: ' FS-DATOS-PERS
              END-IF
           ELSE
              MOVE 'N' TO WS-SUE-HDR-CUIL
           END-IF.

           MOVE WS-FECHA-PROCESO TO WS-FECHA-HOY.
           MOVE WS-FECHA-HOY TO WS-SUE-HDR-FECHA.
           MOVE WS-SUE-HEADER TO REG-SUELDOS.

           CLOSE SAL-SUELDOS.

           IF SW-DPE-ABIERTO-SI
              CLOSE DATOS-PERSONALES
              SET SW-DPE-ABIERTO-NO TO TRUE
           END-IF.

           IF SW-EXTRACTO-OK-SI
              DISPLAY 'EXTRACTO PARA SUELDOS GRABADO EN: '
                      WS-NOMBRE-ARCH-SUE
              DISPLAY 'EMPLEADOS ACTIVOS EXTRAIDOS: ' WS-SUE-TRL-CANT
              IF SW-SUE-CON-CUIL-SI
                 DISPLAY 'EMPLEADOS SIN CUIL CARGADO (EN CEROS): '
                         WS-SUE-SIN-CUIL
              END-IF
           ELSE
      *       No se deja en el directorio un archivo de interfaz a
      *       medio grabar: sin la cola de control el receptor no
           MOVE WS-EMP-FECHA-INGRESO(WS-I) TO WS-SUE-DET-FECHA-ING.
           MOVE WS-EMP-CATEGORIA(WS-I)     TO WS-SUE-DET-CATEGORIA.

           MOVE SPACES TO WS-SUE-DET-CUIL.
           IF SW-SUE-CON-CUIL-SI
              MOVE ZEROS TO WS-SUE-DET-CUIL
              IF SW-DPE-ABIERTO-SI
                 MOVE WS-EMP-LEGAJO(WS-I) TO DPE-LEGAJO
                 READ DATOS-PERSONALES
                 IF FS-DATOS-PERS-OK
                    MOVE DPE-CUIL TO WS-SUE-DET-CUIL
                 END-IF
              END-IF
              IF WS-SUE-DET-CUIL = ZEROS
                 ADD 1 TO WS-SUE-SIN-CUIL
              END-IF
           END-IF.

           MOVE WS-SUE-DETALLE TO REG-SUELDOS.
           WRITE REG-SUELDOS.

       4720-GRABAR-DETALLE-SUELDOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pedir la fecha de valorizacion del costo de dotacion: en
      * blanco se valoriza con los basicos actuales de la tabla
      *----------------------------------------------------------------*
       4745-PEDIR-FECHA-COSTO.

           MOVE ZEROS TO WS-COSTO-FECHA-VAL.
           MOVE SPACES TO WS-COSTO-FECHA-ACEP.

           DISPLAY 'Valorizar con los basicos vigentes al (AAAAMMDD, '
                   'en blanco = basicos actuales): '
           ACCEPT WS-COSTO-FECHA-ACEP.

           IF WS-COSTO-FECHA-ACEP NOT = SPACES
              IF WS-COSTO-FECHA-ACEP IS NUMERIC
                 MOVE WS-COSTO-FECHA-ACEP TO WS-COSTO-FECHA-VAL
                 PERFORM 4746-VALIDAR-FECHA-COSTO
                    THRU 4746-VALIDAR-FECHA-COSTO-EXIT
              ELSE
                 SET SW-COSTO-FECHA-VALIDA-NO TO TRUE
              END-IF
              IF SW-COSTO-FECHA-VALIDA-NO
                 DISPLAY 'FECHA INVALIDA: ' WS-COSTO-FECHA-ACEP
                 MOVE ZEROS TO WS-COSTO-FECHA-VAL
                 GO TO 4745-PEDIR-FECHA-COSTO-EXIT
              END-IF
           END-IF.

           PERFORM 4750-REPORTE-COSTO
              THRU 4750-REPORTE-COSTO-EXIT.

       4745-PEDIR-FECHA-COSTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Validar WS-COSTO-FECHA-VAL como fecha: mes de 1 a 12 y dia
      * dentro del mes (febrero de 29 en los anios divisibles por 4),
      * con la tabla de dias por mes de los datos personales
      *----------------------------------------------------------------*
       4746-VALIDAR-FECHA-COSTO.

           SET SW-COSTO-FECHA-VALIDA-NO TO TRUE.

           IF WS-COSTO-ANIO-VAL < 1900
              OR WS-COSTO-MES-VAL < 1 OR WS-COSTO-MES-VAL > 12
              OR WS-COSTO-DIA-VAL < 1
              GO TO 4746-VALIDAR-FECHA-COSTO-EXIT
           END-IF.

           MOVE WS-DPE-DIAS-MES(WS-COSTO-MES-VAL) TO WS-COSTO-DIAS-MES.
           DIVIDE WS-COSTO-ANIO-VAL BY 4 GIVING WS-COSTO-COCIENTE
                  REMAINDER WS-COSTO-RESTO.
           IF WS-COSTO-MES-VAL = 2 AND WS-COSTO-RESTO = ZEROS
              MOVE 29 TO WS-COSTO-DIAS-MES
           END-IF.

           IF WS-COSTO-DIA-VAL > WS-COSTO-DIAS-MES
              GO TO 4746-VALIDAR-FECHA-COSTO-EXIT
           END-IF.

           SET SW-COSTO-FECHA-VALIDA-SI TO TRUE.

       4746-VALIDAR-FECHA-COSTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reporte de costo estimado de dotacion: suma de los basicos de
      * categoria de los empleados activos, total y con cortes por
           MOVE ZEROS TO WS-COSTO-SIN-CAT.
           MOVE ZEROS TO WS-CSUC-CANT.
           MOVE ZEROS TO WS-CSECT-CANT.
           MOVE ZEROS TO WS-CVAL-CANT.

           IF WS-COSTO-FECHA-VAL > ZEROS
              PERFORM 4755-CARGAR-BASICOS-FECHA
                 THRU 4755-CARGAR-BASICOS-FECHA-EXIT
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CONT-REG-EMP
       4750-REPORTE-COSTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar los basicos vigentes a WS-COSTO-FECHA-VAL segun el
      * historial de basicos. Sin historial todavia no se aplico
      * ninguna paritaria y los basicos actuales valen para cualquier
      * fecha.
      *----------------------------------------------------------------*
       4755-CARGAR-BASICOS-FECHA.

           OPEN INPUT ARCH-HIST-BASICOS.

           IF FS-HIST-BASICOS-NFD
              DISPLAY 'SIN HISTORIAL-BASICOS.TXT: SE VALORIZA CON LOS '
                      'BASICOS ACTUALES'
              GO TO 4755-CARGAR-BASICOS-FECHA-EXIT
           END-IF.

           IF NOT FS-HIST-BASICOS-OK
              DISPLAY 'ERROR AL ABRIR HISTORIAL-BASICOS.TXT, SE '
                      'VALORIZA CON LOS BASICOS ACTUALES'
              DISPLAY 'FILE STATUS: ' FS-HIST-BASICOS
              GO TO 4755-CARGAR-BASICOS-FECHA-EXIT
           END-IF.

           READ ARCH-HIST-BASICOS.

           PERFORM UNTIL NOT FS-HIST-BASICOS-OK
              IF HBA-BASICO IS NUMERIC
                 AND HBA-DESDE IS NUMERIC
                 AND HBA-HASTA IS NUMERIC
                 AND HBA-DESDE <= WS-COSTO-FECHA-VAL
                 AND (HBA-HASTA = ZEROS
                      OR HBA-HASTA >= WS-COSTO-FECHA-VAL)
                 AND WS-CVAL-CANT < 30
                 ADD 1 TO WS-CVAL-CANT
                 MOVE HBA-CATEGORIA TO WS-CVAL-COD(WS-CVAL-CANT)
                 MOVE HBA-BASICO    TO WS-CVAL-BASICO(WS-CVAL-CANT)
              END-IF
              READ ARCH-HIST-BASICOS
           END-PERFORM.

           CLOSE ARCH-HIST-BASICOS.

       4755-CARGAR-BASICOS-FECHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Acumular el basico de la categoria del empleado activo WS-I
      * en el total y en los cortes por sucursal y por sector
              GO TO 4760-ACUMULAR-COSTO-EXIT
           END-IF.

           PERFORM VARYING WS-CVAL-IDX FROM 1 BY 1
                   UNTIL WS-CVAL-IDX > WS-CVAL-CANT
              IF WS-CVAL-COD(WS-CVAL-IDX) = WS-EMP-CATEGORIA(WS-I)
                 MOVE WS-CVAL-BASICO(WS-CVAL-IDX)
                   TO WS-BASICO-CATEGORIA
              END-IF
           END-PERFORM.

           ADD WS-BASICO-CATEGORIA TO WS-COSTO-TOTAL.

           MOVE ZEROS TO WS-CGRP-IDX.
             INTO REG-COSTO.
           WRITE REG-COSTO.

           IF WS-COSTO-FECHA-VAL > ZEROS
              MOVE SPACES TO REG-COSTO
              STRING 'VALORIZADO CON LOS BASICOS VIGENTES AL '
                                           DELIMITED BY SIZE
                     WS-COSTO-FECHA-VAL    DELIMITED BY SIZE
                INTO REG-COSTO
              WRITE REG-COSTO
           END-IF.

           MOVE '----------------------------------------------------'
             TO REG-COSTO.
           WRITE REG-COSTO.
                      ' BAJAS: '  WS-VAR-BAJAS-TOT
                      ' CAMBIOS: ' WS-VAR-CAMBIOS-TOT
              DISPLAY 'VER DETALLE EN: REPORTE-VARIACIONES.TXT'
              IF WS-FECHA-HOY(5:2) = '12'
                 DISPLAY 'CIERRE DE DICIEMBRE: GENERAR EL DERECHO '
                         'ANUAL DE VACACIONES CON CL19EJ13a'
              END-IF
           ELSE
              DISPLAY 'EL CIERRE DE MES NO SE PUDO COMPLETAR'
           END-IF.
           PERFORM 4930-MOSTRAR-IMAGEN
              THRU 4930-MOSTRAR-IMAGEN-EXIT.

      *    Las bajas llevan al final la fecha de egreso y el motivo.
           IF REG-HISTORIAL(229:6) = ' EGR: '
              DISPLAY '  EGRESO: ' REG-HISTORIAL(235:8)
                      ' MOTIVO DE BAJA: ' REG-HISTORIAL(249:2)
           END-IF.

       4920-MOSTRAR-MOVIMIENTO-EXIT.
           EXIT.

       4930-MOSTRAR-IMAGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Consulta de egresados por legajo: los registros que dejo cada
      * baja logica del programa de novedades, uno por periodo en
      * orden de fecha de egreso, con el motivo de baja y su
      * descripcion, la fecha de egreso y la de reingreso si el
      * legajo volvio a la empresa
      *----------------------------------------------------------------*
       4950-CONSULTAR-EGRESADO.

           DISPLAY '--- CONSULTA DE EGRESADOS -------------------------'
           DISPLAY 'Ingesar numero de legajo(8 DIGITOS): '
           ACCEPT WS-EGR-LEGAJO.

           MOVE 'EGRESADO'     TO WS-LOG-TIPO.
           MOVE WS-EGR-LEGAJO  TO WS-LOG-CRITERIO.
           MOVE 'NO ENCONTRADO' TO WS-LOG-RESULTADO.

           OPEN INPUT EGRESADOS-EMP.

           IF FS-EGRESADOS-NFD
              DISPLAY 'NO HAY EGRESADOS GRABADOS TODAVIA '
                      '(EGRESADOS-EMPLEADOS.DAT NO EXISTE)'
              GO TO 4950-CONSULTAR-EGRESADO-FIN
           END-IF.

           IF NOT FS-EGRESADOS-OK
              DISPLAY 'ERROR AL ABRIR EGRESADOS-EMPLEADOS.DAT'
              DISPLAY 'FILE STATUS: ' FS-EGRESADOS
              GO TO 4950-CONSULTAR-EGRESADO-FIN
           END-IF.

           MOVE ZEROS         TO WS-EGR-PERIODOS.
           MOVE WS-EGR-LEGAJO TO EGR-LEGAJO.
           MOVE ZEROS         TO EGR-FECHA-EGRESO.

           START EGRESADOS-EMP KEY IS NOT LESS THAN EGR-CLAVE.

           IF FS-EGRESADOS-OK
              READ EGRESADOS-EMP NEXT
              PERFORM UNTIL NOT FS-EGRESADOS-OK
                         OR EGR-LEGAJO NOT = WS-EGR-LEGAJO
                 ADD 1 TO WS-EGR-PERIODOS
                 PERFORM 4955-MOSTRAR-PERIODO
                    THRU 4955-MOSTRAR-PERIODO-EXIT
                 READ EGRESADOS-EMP NEXT
              END-PERFORM
           END-IF.

           CLOSE EGRESADOS-EMP.

           IF WS-EGR-PERIODOS = ZEROS
              DISPLAY 'EL LEGAJO NO FIGURA EN EGRESADOS: '
                      WS-EGR-LEGAJO
              GO TO 4950-CONSULTAR-EGRESADO-FIN
           END-IF.

           MOVE 'ENCONTRADO'  TO WS-LOG-RESULTADO.
           DISPLAY 'PERIODOS DE EGRESO LISTADOS: ' WS-EGR-PERIODOS.

       4950-CONSULTAR-EGRESADO-FIN.

           PERFORM 7100-REGISTRAR-LOG
              THRU 7100-REGISTRAR-LOG-EXIT.

       4950-CONSULTAR-EGRESADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Mostrar el periodo de egreso que esta en el buffer
      *----------------------------------------------------------------*
       4955-MOSTRAR-PERIODO.

           MOVE REG-EGRESADO(17:74) TO WS-HIST-IMG.
           MOVE 'EGRESADO: ' TO WS-HIST-ROTULO.
           PERFORM 4930-MOSTRAR-IMAGEN
              THRU 4930-MOSTRAR-IMAGEN-EXIT.

           PERFORM 4960-BUSCAR-DESC-MOTIVO
              THRU 4960-BUSCAR-DESC-MOTIVO-EXIT.

           DISPLAY '  MOTIVO DE BAJA: ' EGR-MOTIVO-BAJA '-'
                   WS-DESC-MOTIVO
                   ' FECHA DE EGRESO: ' EGR-FECHA-EGRESO.

           IF EGR-FECHA-REINGRESO = ZEROS
              DISPLAY '  SIN REINGRESO'
           ELSE
              DISPLAY '  REINGRESO: ' EGR-FECHA-REINGRESO
           END-IF.

       4955-MOSTRAR-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Buscar en MOTIVOS-BAJA.TXT la descripcion del motivo de baja
      * del egresado leido; la tabla se lee solo para la consulta
      *----------------------------------------------------------------*
       4960-BUSCAR-DESC-MOTIVO.

           MOVE 'DESCONOCIDO' TO WS-DESC-MOTIVO.

           OPEN INPUT ARCH-MOTIVOS-BAJA.

           IF NOT FS-MOTIVOS-BAJA-OK
              GO TO 4960-BUSCAR-DESC-MOTIVO-EXIT
           END-IF.

           READ ARCH-MOTIVOS-BAJA.

           PERFORM UNTIL NOT FS-MOTIVOS-BAJA-OK
              IF MOT-CODIGO = EGR-MOTIVO-BAJA
                 MOVE MOT-DESCRIPCION TO WS-DESC-MOTIVO
              END-IF
              READ ARCH-MOTIVOS-BAJA
           END-PERFORM.

           CLOSE ARCH-MOTIVOS-BAJA.

       4960-BUSCAR-DESC-MOTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Emision de una constancia de servicios desde el menu: pide el
      * legajo y el destinatario (la entidad o persona a la que se
      * presenta) y genera la constancia numerada
      *----------------------------------------------------------------*
       4970-EMITIR-CONSTANCIA.

           DISPLAY '--- CONSTANCIA DE SERVICIOS -----------------------'
           DISPLAY 'Ingesar numero de legajo(8 DIGITOS): '
           ACCEPT WS-CON-LEGAJO.
           DISPLAY 'Ingresar destinatario (hasta 30 caracteres): '
           ACCEPT WS-CON-DESTINATARIO.

           PERFORM 4971-GENERAR-CONSTANCIA
              THRU 4971-GENERAR-CONSTANCIA-EXIT.

       4970-EMITIR-CONSTANCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Generar la constancia del legajo WS-CON-LEGAJO para el
      * destinatario WS-CON-DESTINATARIO: datos actuales del empleado,
      * antiguedad a la fecha de proceso, trayectoria tomada del
      * historial de movimientos y pie con el numero de constancia.
      * Cada constancia se graba en CONSTANCIA-nnnnnn.TXT y se asienta
      * en el registro de constancias emitidas; si no se puede
      * asentar, el archivo se borra y la constancia no existe.
      * Deja en WS-CON-RC el codigo de retorno con la convencion del
      * modo lote (00 emitida, 04 legajo inexistente, 12 falta el
      * destinatario, 16 error de grabacion).
      *----------------------------------------------------------------*
       4971-GENERAR-CONSTANCIA.

           MOVE ZEROS TO WS-CON-RC.
           MOVE ZEROS TO WS-CON-NUMERO.

           IF WS-CON-DESTINATARIO = SPACES
              DISPLAY 'FALTA EL DESTINATARIO DE LA CONSTANCIA'
              MOVE 12 TO WS-CON-RC
              GO TO 4971-GENERAR-CONSTANCIA-FIN
           END-IF.

           PERFORM 4972-BUSCAR-EMPLEADO-CONSTANCIA
              THRU 4972-BUSCAR-EMPLEADO-CONSTANCIA-EXIT.

           IF SW-CON-EMPLEADO-NO
              DISPLAY 'LEGAJO INEXISTENTE EN EL PADRON: ' WS-CON-LEGAJO
              MOVE 04 TO WS-CON-RC
              GO TO 4971-GENERAR-CONSTANCIA-FIN
           END-IF.

           PERFORM 4973-PROXIMO-NUMERO
              THRU 4973-PROXIMO-NUMERO-EXIT.

           IF WS-CON-RC NOT = ZEROS
              GO TO 4971-GENERAR-CONSTANCIA-FIN
           END-IF.

           PERFORM 4974-CALCULAR-ANTIGUEDAD
              THRU 4974-CALCULAR-ANTIGUEDAD-EXIT.

           ACCEPT WS-CON-FECHA-EMISION FROM DATE YYYYMMDD.
           ACCEPT WS-CON-HORA-EMISION  FROM TIME.

           MOVE SPACES TO WS-NOMBRE-ARCH-CON.
           STRING '../CONSTANCIA-'   DELIMITED BY SIZE
                  WS-CON-NUMERO      DELIMITED BY SIZE
                  '.TXT'             DELIMITED BY SIZE
             INTO WS-NOMBRE-ARCH-CON.

           OPEN OUTPUT SAL-CONSTANCIA.

           IF NOT FS-CONSTANCIA-OK
              DISPLAY 'ERROR AL ABRIR LA CONSTANCIA: '
                      WS-NOMBRE-ARCH-CON
              DISPLAY 'FILE STATUS: ' FS-CONSTANCIA
              MOVE 16 TO WS-CON-RC
              GO TO 4971-GENERAR-CONSTANCIA-FIN
           END-IF.

           SET SW-CON-GRABACION-SI TO TRUE.

           PERFORM 4975-GRABAR-DATOS-CONSTANCIA
              THRU 4975-GRABAR-DATOS-CONSTANCIA-EXIT.

           PERFORM 4976-GRABAR-TRAYECTORIA
              THRU 4976-GRABAR-TRAYECTORIA-EXIT.

           PERFORM 4979-GRABAR-PIE-CONSTANCIA
              THRU 4979-GRABAR-PIE-CONSTANCIA-EXIT.

           CLOSE SAL-CONSTANCIA.

           IF SW-CON-GRABACION-SI
              PERFORM 4980-REGISTRAR-CONSTANCIA
                 THRU 4980-REGISTRAR-CONSTANCIA-EXIT
           END-IF.

           IF SW-CON-GRABACION-NO
              DISPLAY 'ERROR AL GRABAR LA CONSTANCIA: '
                      WS-NOMBRE-ARCH-CON
              CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-ARCH-CON
              MOVE 16 TO WS-CON-RC
              GO TO 4971-GENERAR-CONSTANCIA-FIN
           END-IF.

           DISPLAY 'CONSTANCIA NRO ' WS-CON-NUMERO
                   ' EMITIDA EN: ' WS-NOMBRE-ARCH-CON.

       4971-GENERAR-CONSTANCIA-FIN.

           IF WS-CON-RC = ZEROS
              MOVE 'EMITIDA'       TO WS-LOG-RESULTADO
           ELSE
              MOVE 'NO EMITIDA'    TO WS-LOG-RESULTADO
           END-IF.

           MOVE 'CONSTANCIA'       TO WS-LOG-TIPO.
           MOVE SPACES             TO WS-LOG-CRITERIO.
           STRING WS-CON-LEGAJO    DELIMITED BY SIZE
                  ' NRO '          DELIMITED BY SIZE
                  WS-CON-NUMERO    DELIMITED BY SIZE
             INTO WS-LOG-CRITERIO.
           PERFORM 7100-REGISTRAR-LOG
              THRU 7100-REGISTRAR-LOG-EXIT.

       4971-GENERAR-CONSTANCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Obtener los datos actuales del empleado: del maestro indexado
      * cuando existe (igual que la consulta por legajo) y si no de la
      * tabla del padron consolidado en memoria
      *----------------------------------------------------------------*
       4972-BUSCAR-EMPLEADO-CONSTANCIA.

           SET SW-CON-EMPLEADO-NO TO TRUE.
           MOVE SPACES TO WS-CON-EMPLEADO.

           OPEN INPUT MAESTRO-EMP.

           IF FS-MAESTRO-OK
              MOVE WS-CON-LEGAJO TO MAE-LEGAJO
              READ MAESTRO-EMP
              IF FS-MAESTRO-OK
                 SET SW-CON-EMPLEADO-SI TO TRUE
                 MOVE REG-MAESTRO TO WS-CON-EMPLEADO
              END-IF
              CLOSE MAESTRO-EMP
              GO TO 4972-BUSCAR-EMPLEADO-CONSTANCIA-EXIT
           END-IF.

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CONT-REG-EMP
                      OR SW-CON-EMPLEADO-SI
              IF WS-EMP-LEGAJO(WS-J) = WS-CON-LEGAJO
                 SET SW-CON-EMPLEADO-SI TO TRUE
                 MOVE WS-EMP-DATO(WS-J)     TO WS-CON-EMPLEADO
                 MOVE WS-EMP-SUCURSAL(WS-J) TO WS-CON-EMP-SUCURSAL
              END-IF
           END-PERFORM.

       4972-BUSCAR-EMPLEADO-CONSTANCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tomar el proximo numero de constancia: el mayor numero del
      * registro de constancias emitidas mas uno (el registro empieza
      * en la constancia 000001 cuando todavia no existe)
      *----------------------------------------------------------------*
       4973-PROXIMO-NUMERO.

           MOVE ZEROS TO WS-CON-NUMERO.

           OPEN INPUT ARCH-CONSTANCIAS.

           IF FS-CONSTANCIAS-NFD
              MOVE 1 TO WS-CON-NUMERO
              GO TO 4973-PROXIMO-NUMERO-EXIT
           END-IF.

           IF NOT FS-CONSTANCIAS-OK
              DISPLAY 'ERROR AL ABRIR CONSTANCIAS-EMITIDAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-CONSTANCIAS
              MOVE 16 TO WS-CON-RC
              GO TO 4973-PROXIMO-NUMERO-EXIT
           END-IF.

           READ ARCH-CONSTANCIAS.

           PERFORM UNTIL NOT FS-CONSTANCIAS-OK
              IF RCO-NUMERO IS NUMERIC
                 AND RCO-NUMERO > WS-CON-NUMERO
                 MOVE RCO-NUMERO TO WS-CON-NUMERO
              END-IF
              READ ARCH-CONSTANCIAS
           END-PERFORM.

           CLOSE ARCH-CONSTANCIAS.

           ADD 1 TO WS-CON-NUMERO.

       4973-PROXIMO-NUMERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Antiguedad en anios y meses cumplidos a la fecha de proceso
      *----------------------------------------------------------------*
       4974-CALCULAR-ANTIGUEDAD.

           MOVE WS-FECHA-PROCESO     TO WS-CON-FECHA-HOY.
           MOVE WS-CON-EMP-FECHA-ING TO WS-CON-FECHA-ING.

           COMPUTE WS-CON-MESES-TOT =
                   (WS-CON-ANIO-HOY - WS-CON-ANIO-ING) * 12
                 + WS-CON-MES-HOY - WS-CON-MES-ING.

           IF WS-CON-DIA-HOY < WS-CON-DIA-ING
              SUBTRACT 1 FROM WS-CON-MESES-TOT
           END-IF.

           IF WS-CON-MESES-TOT < ZEROS
              MOVE ZEROS TO WS-CON-MESES-TOT
           END-IF.

           DIVIDE WS-CON-MESES-TOT BY 12
              GIVING WS-CON-ANIOS REMAINDER WS-CON-MESES.

       4974-CALCULAR-ANTIGUEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Encabezado y datos actuales del empleado en la constancia:
      * nombre, ingreso, antiguedad, sucursal, sector y categoria con
      * las descripciones de las tablas de referencia
      *----------------------------------------------------------------*
       4975-GRABAR-DATOS-CONSTANCIA.

           MOVE SPACES TO WS-CON-LINEA.
           STRING 'CONSTANCIA DE SERVICIOS'    DELIMITED BY SIZE
                  '                    NRO: '  DELIMITED BY SIZE
                  WS-CON-NUMERO                DELIMITED BY SIZE
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           MOVE '----------------------------------------' &
                '----------------------------------------'
             TO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           MOVE 'SE DEJA CONSTANCIA DE QUE EL EMPLEADO ABAJO INDICADO'
             TO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           MOVE 'PRESTA SERVICIOS EN LA EMPRESA CON ESTOS DATOS:'
             TO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           MOVE SPACES TO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           STRING 'APELLIDO Y NOMBRE: '  DELIMITED BY SIZE
                  WS-CON-EMP-APELLIDO    DELIMITED BY '  '
                  ', '                   DELIMITED BY SIZE
                  WS-CON-EMP-NOMBRE      DELIMITED BY '  '
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           STRING 'LEGAJO:            '  DELIMITED BY SIZE
                  WS-CON-EMP-LEGAJO      DELIMITED BY SIZE
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           MOVE WS-CON-EMP-FECHA-ING TO WS-CON-FECHA-AUX.
           PERFORM 4977-EDITAR-FECHA
              THRU 4977-EDITAR-FECHA-EXIT.
           STRING 'FECHA DE INGRESO:  '  DELIMITED BY SIZE
                  WS-CON-FECHA-ED        DELIMITED BY SIZE
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           MOVE WS-FECHA-PROCESO TO WS-CON-FECHA-AUX.
           PERFORM 4977-EDITAR-FECHA
              THRU 4977-EDITAR-FECHA-EXIT.
           STRING 'ANTIGUEDAD AL '       DELIMITED BY SIZE
                  WS-CON-FECHA-ED        DELIMITED BY SIZE
                  ': '                   DELIMITED BY SIZE
                  WS-CON-ANIOS           DELIMITED BY SIZE
                  ' ANIOS Y '            DELIMITED BY SIZE
                  WS-CON-MESES           DELIMITED BY SIZE
                  ' MESES'               DELIMITED BY SIZE
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           STRING 'SUCURSAL:          '  DELIMITED BY SIZE
                  WS-CON-EMP-SUCURSAL    DELIMITED BY SIZE
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           MOVE WS-CON-EMP-SECTOR TO WS-COD-BUSCADO.
           PERFORM 1210-BUSCAR-DESC-SECTOR
              THRU 1210-BUSCAR-DESC-SECTOR-EXIT.
           STRING 'SECTOR:            '  DELIMITED BY SIZE
                  WS-CON-EMP-SECTOR      DELIMITED BY SIZE
                  ' - '                  DELIMITED BY SIZE
                  WS-DESC-SECTOR         DELIMITED BY SIZE
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           MOVE WS-CON-EMP-CATEGORIA TO WS-COD-BUSCADO.
           PERFORM 1220-BUSCAR-DESC-CATEGORIA
              THRU 1220-BUSCAR-DESC-CATEGORIA-EXIT.
           STRING 'CATEGORIA:         '  DELIMITED BY SIZE
                  WS-CON-EMP-CATEGORIA   DELIMITED BY SIZE
                  ' - '                  DELIMITED BY SIZE
                  WS-DESC-CATEGORIA      DELIMITED BY SIZE
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

       4975-GRABAR-DATOS-CONSTANCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Trayectoria del empleado: por cada movimiento del legajo en
      * HISTORIAL-LEGAJOS.TXT se informa el ingreso o reingreso, el
      * egreso, y los cambios de sucursal, sector y categoria entre
      * la imagen anterior y la nueva del registro
      *----------------------------------------------------------------*
       4976-GRABAR-TRAYECTORIA.

           MOVE ZEROS TO WS-CON-CANT-TRAMOS.

           MOVE SPACES TO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           MOVE 'TRAYECTORIA EN LA EMPRESA' TO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           MOVE 'FECHA       MOVIMIENTO DETALLE' TO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           OPEN INPUT ENT-HISTORIAL.

           IF NOT FS-HISTORIAL-OK
              GO TO 4976-GRABAR-TRAYECTORIA-FIN
           END-IF.

           READ ENT-HISTORIAL.

           PERFORM UNTIL NOT FS-HISTORIAL-OK

              IF REG-HISTORIAL(1:8) IS NUMERIC
                 AND REG-HISTORIAL(9:1) = '-'
                 AND REG-HISTORIAL(18:9) = ' LEGAJO: '
                 AND REG-HISTORIAL(27:8) IS NUMERIC
                 AND REG-HISTORIAL(27:8) = WS-CON-LEGAJO
                 PERFORM 4981-GRABAR-TRAMOS
                    THRU 4981-GRABAR-TRAMOS-EXIT
              END-IF

              READ ENT-HISTORIAL

           END-PERFORM.

           CLOSE ENT-HISTORIAL.

       4976-GRABAR-TRAYECTORIA-FIN.

           IF WS-CON-CANT-TRAMOS = ZEROS
              MOVE 'SIN MOVIMIENTOS REGISTRADOS EN EL HISTORIAL'
                TO WS-CON-LINEA
              PERFORM 4978-ESCRIBIR-LINEA
                 THRU 4978-ESCRIBIR-LINEA-EXIT
           END-IF.

       4976-GRABAR-TRAYECTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pasar la fecha AAAAMMDD de WS-CON-FECHA-AUX a DD/MM/AAAA
      *----------------------------------------------------------------*
       4977-EDITAR-FECHA.

           MOVE SPACES TO WS-CON-FECHA-ED.

           IF WS-CON-FECHA-AUX = ZEROS
              GO TO 4977-EDITAR-FECHA-EXIT
           END-IF.

           STRING WS-CON-FECHA-AUX(7:2)  DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WS-CON-FECHA-AUX(5:2)  DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WS-CON-FECHA-AUX(1:4)  DELIMITED BY SIZE
             INTO WS-CON-FECHA-ED.

       4977-EDITAR-FECHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Grabar en la constancia la linea armada en WS-CON-LINEA y
      * dejarla en blanco para la siguiente
      *----------------------------------------------------------------*
       4978-ESCRIBIR-LINEA.

           MOVE WS-CON-LINEA TO REG-CONSTANCIA.
           WRITE REG-CONSTANCIA.

           IF NOT FS-CONSTANCIA-OK
              SET SW-CON-GRABACION-NO TO TRUE
           END-IF.

           MOVE SPACES TO WS-CON-LINEA.

       4978-ESCRIBIR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pie de la constancia: destinatario, fecha de emision, operador
      * que la emitio y numero con el que se verifica su autenticidad
      *----------------------------------------------------------------*
       4979-GRABAR-PIE-CONSTANCIA.

           MOVE SPACES TO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           STRING 'A PEDIDO DE / PARA SER PRESENTADA ANTE: '
                                        DELIMITED BY SIZE
                  WS-CON-DESTINATARIO   DELIMITED BY SIZE
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           MOVE WS-CON-FECHA-EMISION TO WS-CON-FECHA-AUX.
           PERFORM 4977-EDITAR-FECHA
              THRU 4977-EDITAR-FECHA-EXIT.
           STRING 'EMITIDA EL '         DELIMITED BY SIZE
                  WS-CON-FECHA-ED       DELIMITED BY SIZE
                  ' POR EL OPERADOR '   DELIMITED BY SIZE
                  WS-OPERADOR           DELIMITED BY SIZE
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           STRING 'AUTENTICIDAD VERIFICABLE CON EL NRO DE CONSTANCIA '
                                        DELIMITED BY SIZE
                  WS-CON-NUMERO         DELIMITED BY SIZE
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

       4979-GRABAR-PIE-CONSTANCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Asentar la constancia en el registro de constancias emitidas
      * (se abre por agregado; se crea la primera vez)
      *----------------------------------------------------------------*
       4980-REGISTRAR-CONSTANCIA.

           OPEN EXTEND ARCH-CONSTANCIAS.

           IF FS-CONSTANCIAS-NFD
              OPEN OUTPUT ARCH-CONSTANCIAS
           END-IF.

           IF NOT FS-CONSTANCIAS-OK
              DISPLAY 'ERROR AL ABRIR CONSTANCIAS-EMITIDAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-CONSTANCIAS
              SET SW-CON-GRABACION-NO TO TRUE
              GO TO 4980-REGISTRAR-CONSTANCIA-EXIT
           END-IF.

           MOVE SPACES               TO REG-CONSTANCIA-EMITIDA.
           MOVE WS-CON-NUMERO        TO RCO-NUMERO.
           MOVE WS-CON-FECHA-EMISION TO RCO-FECHA-EMISION.
           MOVE WS-CON-HORA-EMISION  TO RCO-HORA-EMISION.
           MOVE WS-CON-EMP-LEGAJO    TO RCO-LEGAJO.
           MOVE WS-CON-EMP-APELLIDO  TO RCO-APELLIDO.
           MOVE WS-OPERADOR          TO RCO-OPERADOR.
           MOVE WS-CON-DESTINATARIO  TO RCO-DESTINATARIO.
           MOVE WS-FECHA-PROCESO     TO RCO-FECHA-PROCESO.

           WRITE REG-CONSTANCIA-EMITIDA.

           IF NOT FS-CONSTANCIAS-OK
              DISPLAY 'ERROR AL REGISTRAR LA CONSTANCIA NRO '
                      WS-CON-NUMERO
              DISPLAY 'FILE STATUS: ' FS-CONSTANCIAS
              SET SW-CON-GRABACION-NO TO TRUE
           END-IF.

           CLOSE ARCH-CONSTANCIAS.

       4980-REGISTRAR-CONSTANCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Grabar los tramos de trayectoria del movimiento del historial
      * que esta en el buffer. Imagen anterior en blanco: ingreso (o
      * reingreso); imagen nueva en blanco: egreso (o la anulacion de
      * un alta); si no, una linea por cada cambio de sucursal,
      * sector o categoria.
      *----------------------------------------------------------------*
       4981-GRABAR-TRAMOS.

           MOVE REG-HISTORIAL(73:74)  TO WS-CON-IMG-ANT.
           MOVE REG-HISTORIAL(155:74) TO WS-CON-IMG-NUE.
           MOVE REG-HISTORIAL(1:8)    TO WS-CON-FECHA-AUX.
           PERFORM 4977-EDITAR-FECHA
              THRU 4977-EDITAR-FECHA-EXIT.

           IF WS-CON-IMG-ANT = SPACES AND WS-CON-IMG-NUE = SPACES
              GO TO 4981-GRABAR-TRAMOS-EXIT
           END-IF.

           IF WS-CON-IMG-ANT = SPACES
              IF REG-HISTORIAL(52:10) = 'REINGRESO '
                 MOVE 'REINGRESO' TO WS-CON-CONCEPTO
              ELSE
                 MOVE 'INGRESO'   TO WS-CON-CONCEPTO
              END-IF
              MOVE SPACES TO WS-CON-ANTES
              STRING 'SUC '                DELIMITED BY SIZE
                     WS-CON-IMG-NUE(73:2)  DELIMITED BY SIZE
                     ' SECTOR '            DELIMITED BY SIZE
                     WS-CON-IMG-NUE(61:2)  DELIMITED BY SIZE
                     ' CAT '               DELIMITED BY SIZE
                     WS-CON-IMG-NUE(71:2)  DELIMITED BY SIZE
                INTO WS-CON-ANTES
              MOVE SPACES TO WS-CON-DESPUES
              PERFORM 4982-GRABAR-TRAMO
                 THRU 4982-GRABAR-TRAMO-EXIT
              GO TO 4981-GRABAR-TRAMOS-EXIT
           END-IF.

           IF WS-CON-IMG-NUE = SPACES
              IF REG-HISTORIAL(52:10) = 'ANULACION '
                 MOVE 'ANULACION' TO WS-CON-CONCEPTO
              ELSE
                 MOVE 'EGRESO'    TO WS-CON-CONCEPTO
              END-IF
              MOVE SPACES TO WS-CON-ANTES
              STRING 'SUC '                DELIMITED BY SIZE
                     WS-CON-IMG-ANT(73:2)  DELIMITED BY SIZE
                     ' SECTOR '            DELIMITED BY SIZE
                     WS-CON-IMG-ANT(61:2)  DELIMITED BY SIZE
                     ' CAT '               DELIMITED BY SIZE
                     WS-CON-IMG-ANT(71:2)  DELIMITED BY SIZE
                INTO WS-CON-ANTES
              MOVE SPACES TO WS-CON-DESPUES
              PERFORM 4982-GRABAR-TRAMO
                 THRU 4982-GRABAR-TRAMO-EXIT
              GO TO 4981-GRABAR-TRAMOS-EXIT
           END-IF.

           IF WS-CON-IMG-ANT(73:2) NOT = WS-CON-IMG-NUE(73:2)
              MOVE 'SUCURSAL'           TO WS-CON-CONCEPTO
              MOVE WS-CON-IMG-ANT(73:2) TO WS-CON-ANTES
              MOVE WS-CON-IMG-NUE(73:2) TO WS-CON-DESPUES
              PERFORM 4982-GRABAR-TRAMO
                 THRU 4982-GRABAR-TRAMO-EXIT
           END-IF.

           IF WS-CON-IMG-ANT(61:2) NOT = WS-CON-IMG-NUE(61:2)
              MOVE 'SECTOR' TO WS-CON-CONCEPTO
              MOVE WS-CON-IMG-ANT(61:2) TO WS-COD-BUSCADO
              PERFORM 1210-BUSCAR-DESC-SECTOR
                 THRU 1210-BUSCAR-DESC-SECTOR-EXIT
              MOVE SPACES TO WS-CON-ANTES
              STRING WS-CON-IMG-ANT(61:2)  DELIMITED BY SIZE
                     '-'                   DELIMITED BY SIZE
                     WS-DESC-SECTOR        DELIMITED BY SIZE
                INTO WS-CON-ANTES
              MOVE WS-CON-IMG-NUE(61:2) TO WS-COD-BUSCADO
              PERFORM 1210-BUSCAR-DESC-SECTOR
                 THRU 1210-BUSCAR-DESC-SECTOR-EXIT
              MOVE SPACES TO WS-CON-DESPUES
              STRING WS-CON-IMG-NUE(61:2)  DELIMITED BY SIZE
                     '-'                   DELIMITED BY SIZE
                     WS-DESC-SECTOR        DELIMITED BY SIZE
                INTO WS-CON-DESPUES
              PERFORM 4982-GRABAR-TRAMO
                 THRU 4982-GRABAR-TRAMO-EXIT
           END-IF.

           IF WS-CON-IMG-ANT(71:2) NOT = WS-CON-IMG-NUE(71:2)
              MOVE 'CATEGORIA' TO WS-CON-CONCEPTO
              MOVE WS-CON-IMG-ANT(71:2) TO WS-COD-BUSCADO
              PERFORM 1220-BUSCAR-DESC-CATEGORIA
                 THRU 1220-BUSCAR-DESC-CATEGORIA-EXIT
              MOVE SPACES TO WS-CON-ANTES
              STRING WS-CON-IMG-ANT(71:2)  DELIMITED BY SIZE
                     '-'                   DELIMITED BY SIZE
                     WS-DESC-CATEGORIA     DELIMITED BY SIZE
                INTO WS-CON-ANTES
              MOVE WS-CON-IMG-NUE(71:2) TO WS-COD-BUSCADO
              PERFORM 1220-BUSCAR-DESC-CATEGORIA
                 THRU 1220-BUSCAR-DESC-CATEGORIA-EXIT
              MOVE SPACES TO WS-CON-DESPUES
              STRING WS-CON-IMG-NUE(71:2)  DELIMITED BY SIZE
                     '-'                   DELIMITED BY SIZE
                     WS-DESC-CATEGORIA     DELIMITED BY SIZE
                INTO WS-CON-DESPUES
              PERFORM 4982-GRABAR-TRAMO
                 THRU 4982-GRABAR-TRAMO-EXIT
           END-IF.

       4981-GRABAR-TRAMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Grabar una linea de trayectoria: fecha, concepto y detalle
      * (valor anterior A valor nuevo en los cambios)
      *----------------------------------------------------------------*
       4982-GRABAR-TRAMO.

           IF WS-CON-DESPUES = SPACES
              MOVE SPACES TO WS-CON-SEPARADOR
           ELSE
              MOVE ' A '  TO WS-CON-SEPARADOR
           END-IF.

           MOVE SPACES TO WS-CON-LINEA.
           STRING WS-CON-FECHA-ED     DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-CON-CONCEPTO     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-CON-ANTES        DELIMITED BY SIZE
                  WS-CON-SEPARADOR    DELIMITED BY SIZE
                  WS-CON-DESPUES      DELIMITED BY SIZE
             INTO WS-CON-LINEA.
           PERFORM 4978-ESCRIBIR-LINEA
              THRU 4978-ESCRIBIR-LINEA-EXIT.

           ADD 1 TO WS-CON-CANT-TRAMOS.

       4982-GRABAR-TRAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Verificacion de una constancia desde el menu: pide el numero
      * impreso en la constancia y muestra lo asentado al emitirla
      *----------------------------------------------------------------*
       4985-VERIFICAR-CONSTANCIA.

           DISPLAY '--- VERIFICAR CONSTANCIA --------------------------'
           DISPLAY 'Ingresar numero de constancia(6 DIGITOS): '
           ACCEPT WS-CON-NUMERO.

           PERFORM 4986-BUSCAR-CONSTANCIA
              THRU 4986-BUSCAR-CONSTANCIA-EXIT.

       4985-VERIFICAR-CONSTANCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Buscar el numero WS-CON-NUMERO en el registro de constancias
      * emitidas y mostrar legajo, fecha de emision, operador y
      * destinatario; una constancia que no figura no es autentica
      *----------------------------------------------------------------*
       4986-BUSCAR-CONSTANCIA.

           SET SW-CON-REGISTRADA-NO TO TRUE.

           OPEN INPUT ARCH-CONSTANCIAS.

           IF NOT FS-CONSTANCIAS-OK
              GO TO 4986-BUSCAR-CONSTANCIA-FIN
           END-IF.

           READ ARCH-CONSTANCIAS.

           PERFORM UNTIL NOT FS-CONSTANCIAS-OK
                      OR SW-CON-REGISTRADA-SI
              IF RCO-NUMERO = WS-CON-NUMERO
                 SET SW-CON-REGISTRADA-SI TO TRUE
              ELSE
                 READ ARCH-CONSTANCIAS
              END-IF
           END-PERFORM.

           IF SW-CON-REGISTRADA-SI
              DISPLAY 'CONSTANCIA NRO ' RCO-NUMERO ' REGISTRADA'
              DISPLAY '  LEGAJO: '       RCO-LEGAJO ' '
                      RCO-APELLIDO
              DISPLAY '  EMITIDA EL: '   RCO-FECHA-EMISION
                      ' ' RCO-HORA-EMISION
                      ' FECHA DE PROCESO: ' RCO-FECHA-PROCESO
              DISPLAY '  OPERADOR: '     RCO-OPERADOR
              DISPLAY '  DESTINATARIO: ' RCO-DESTINATARIO
           END-IF.

           CLOSE ARCH-CONSTANCIAS.

       4986-BUSCAR-CONSTANCIA-FIN.

           IF SW-CON-REGISTRADA-NO
              DISPLAY 'LA CONSTANCIA NRO ' WS-CON-NUMERO
                      ' NO FIGURA EN EL REGISTRO DE EMITIDAS'
              MOVE 'NO ENCONTRADO' TO WS-LOG-RESULTADO
           ELSE
              MOVE 'ENCONTRADO'    TO WS-LOG-RESULTADO
           END-IF.

           MOVE 'VERIF-CONS'       TO WS-LOG-TIPO.
           MOVE WS-CON-NUMERO      TO WS-LOG-CRITERIO.
           PERFORM 7100-REGISTRAR-LOG
              THRU 7100-REGISTRAR-LOG-EXIT.

       4986-BUSCAR-CONSTANCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Mantenimiento de los datos personales de un legajo del padron:
      * alta o modificacion (un dato en blanco conserva el valor
      * cargado) y borrado. El CUIL se valida por digito verificador
      * y no puede repetirse entre legajos.
      *----------------------------------------------------------------*
       4990-MANTENER-DATOS-PERS.

           DISPLAY '--- DATOS PERSONALES ------------------------------'
           DISPLAY 'Ingesar numero de legajo(8 DIGITOS): '
           ACCEPT WS-DPE-LEGAJO.

           MOVE 'DATOS-PERS'   TO WS-LOG-TIPO.
           MOVE WS-DPE-LEGAJO  TO WS-LOG-CRITERIO.
           MOVE 'SIN CAMBIOS'  TO WS-LOG-RESULTADO.

      *    El legajo tiene que estar en el padron: se usa la misma
      *    busqueda silenciosa de las constancias.
           MOVE WS-DPE-LEGAJO TO WS-CON-LEGAJO.
           PERFORM 4972-BUSCAR-EMPLEADO-CONSTANCIA
              THRU 4972-BUSCAR-EMPLEADO-CONSTANCIA-EXIT.

           IF SW-CON-EMPLEADO-NO
              DISPLAY 'LEGAJO INEXISTENTE EN EL PADRON: ' WS-DPE-LEGAJO
              MOVE 'NO ENCONTRADO' TO WS-LOG-RESULTADO
              GO TO 4990-MANTENER-DATOS-PERS-FIN
           END-IF.

           DISPLAY 'EMPLEADO: ' WS-CON-EMP-APELLIDO ' '
                   WS-CON-EMP-NOMBRE.

           OPEN I-O DATOS-PERSONALES.

           IF FS-DATOS-PERS-NFD
              OPEN OUTPUT DATOS-PERSONALES
              IF FS-DATOS-PERS-OK
                 CLOSE DATOS-PERSONALES
                 OPEN I-O DATOS-PERSONALES
              END-IF
           END-IF.

           IF NOT FS-DATOS-PERS-OK
              DISPLAY 'ERROR AL ABRIR DATOS-PERSONALES.DAT'
              DISPLAY 'FILE STATUS: ' FS-DATOS-PERS
              GO TO 4990-MANTENER-DATOS-PERS-FIN
           END-IF.

           MOVE WS-DPE-LEGAJO TO DPE-LEGAJO.
           READ DATOS-PERSONALES KEY IS DPE-LEGAJO.

           IF FS-DATOS-PERS-OK
              SET SW-DPE-EXISTE-SI TO TRUE
              MOVE REG-DATOS-PERSONALES TO WS-DPE-REGISTRO
              DISPLAY '  CUIL: '         WS-DPE-CUIL
                      ' NACIMIENTO: '    WS-DPE-FECHA-NAC
                      ' SEXO: '          WS-DPE-SEXO
              DISPLAY '  DOMICILIO: '    WS-DPE-DOMICILIO
                      ' '                WS-DPE-LOCALIDAD
              DISPLAY '  TELEFONO: '     WS-DPE-TELEFONO
              DISPLAY '  EMERGENCIA: '   WS-DPE-CONTACTO-NOMBRE
                      ' TEL: '           WS-DPE-CONTACTO-TEL
              DISPLAY '  ACTUALIZADO: '  WS-DPE-FECHA-ACTUAL
                      ' POR: '           WS-DPE-OPERADOR
              DISPLAY 'M. Modificar  B. Borrar  otra tecla: salir'
           ELSE
              SET SW-DPE-EXISTE-NO TO TRUE
              MOVE SPACES TO WS-DPE-REGISTRO
              MOVE ZEROS  TO WS-DPE-CUIL
              MOVE ZEROS  TO WS-DPE-FECHA-NAC
              MOVE WS-DPE-LEGAJO TO WS-DPE-REG-LEGAJO
              DISPLAY 'EL LEGAJO NO TIENE DATOS PERSONALES CARGADOS'
              DISPLAY 'A. Cargar  otra tecla: salir'
           END-IF.

           ACCEPT WS-DPE-ACCION.

           EVALUATE TRUE
              WHEN SW-DPE-EXISTE-SI
                   AND (WS-DPE-ACCION = 'B' OR WS-DPE-ACCION = 'b')
                 DISPLAY 'CONFIRMA EL BORRADO (S/N): '
                 ACCEPT WS-DPE-CONFIRMA
                 IF WS-DPE-CONFIRMA = 'S' OR WS-DPE-CONFIRMA = 's'
                    DELETE DATOS-PERSONALES
                    IF FS-DATOS-PERS-OK
                       DISPLAY 'DATOS PERSONALES BORRADOS'
                       MOVE 'BORRADO'  TO WS-LOG-RESULTADO
                    ELSE
                       DISPLAY 'ERROR AL BORRAR LOS DATOS PERSONALES'
                       DISPLAY 'FILE STATUS: ' FS-DATOS-PERS
                       MOVE 'ERROR'    TO WS-LOG-RESULTADO
                    END-IF
                 END-IF
              WHEN (SW-DPE-EXISTE-SI
                    AND (WS-DPE-ACCION = 'M' OR WS-DPE-ACCION = 'm'))
                OR (SW-DPE-EXISTE-NO
                    AND (WS-DPE-ACCION = 'A' OR WS-DPE-ACCION = 'a'))
                 PERFORM 4991-INGRESAR-DATOS-PERS
                    THRU 4991-INGRESAR-DATOS-PERS-EXIT
                 IF SW-DPE-VALIDO-SI
                    PERFORM 4993-VALIDAR-DATOS-PERS
                       THRU 4993-VALIDAR-DATOS-PERS-EXIT
                 END-IF
                 IF SW-DPE-VALIDO-NO
                    DISPLAY 'DATOS RECHAZADOS: ' WS-DPE-MOTIVO
                    MOVE 'RECHAZADO'   TO WS-LOG-RESULTADO
                 ELSE
                    PERFORM 4994-GRABAR-DATOS-PERS
                       THRU 4994-GRABAR-DATOS-PERS-EXIT
                 END-IF
           END-EVALUATE.

           CLOSE DATOS-PERSONALES.

       4990-MANTENER-DATOS-PERS-FIN.

           PERFORM 7100-REGISTRAR-LOG
              THRU 7100-REGISTRAR-LOG-EXIT.

       4990-MANTENER-DATOS-PERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pedir por consola cada dato personal sobre WS-DPE-REGISTRO; en
      * blanco conserva el valor actual. CUIL y fecha de nacimiento
      * tienen que venir numericos.
      *----------------------------------------------------------------*
       4991-INGRESAR-DATOS-PERS.

           SET SW-DPE-VALIDO-SI TO TRUE.
           MOVE SPACES TO WS-DPE-MOTIVO.

           DISPLAY 'CUIL (11 DIGITOS, SIN GUIONES): '.
           MOVE SPACES TO WS-DPE-ENTRADA.
           ACCEPT WS-DPE-ENTRADA.
           IF WS-DPE-ENTRADA NOT = SPACES
              IF WS-DPE-ENTRADA(1:11) IS NUMERIC
                 AND WS-DPE-ENTRADA(12:) = SPACES
                 MOVE WS-DPE-ENTRADA(1:11) TO WS-DPE-CUIL
              ELSE
                 SET SW-DPE-VALIDO-NO TO TRUE
                 MOVE 'CUIL NO NUMERICO O DE LARGO INVALIDO'
                   TO WS-DPE-MOTIVO
                 GO TO 4991-INGRESAR-DATOS-PERS-EXIT
              END-IF
           END-IF.

           DISPLAY 'FECHA DE NACIMIENTO (AAAAMMDD): '.
           MOVE SPACES TO WS-DPE-ENTRADA.
           ACCEPT WS-DPE-ENTRADA.
           IF WS-DPE-ENTRADA NOT = SPACES
              IF WS-DPE-ENTRADA(1:8) IS NUMERIC
                 AND WS-DPE-ENTRADA(9:) = SPACES
                 MOVE WS-DPE-ENTRADA(1:8) TO WS-DPE-FECHA-NAC
              ELSE
                 SET SW-DPE-VALIDO-NO TO TRUE
                 MOVE 'FECHA DE NACIMIENTO NO NUMERICA'
                   TO WS-DPE-MOTIVO
                 GO TO 4991-INGRESAR-DATOS-PERS-EXIT
              END-IF
           END-IF.

           DISPLAY 'SEXO (M/F): '.
           MOVE SPACES TO WS-DPE-ENTRADA.
           ACCEPT WS-DPE-ENTRADA.
           IF WS-DPE-ENTRADA NOT = SPACES
              MOVE WS-DPE-ENTRADA(1:1) TO WS-DPE-SEXO
              INSPECT WS-DPE-SEXO CONVERTING 'mf' TO 'MF'
           END-IF.

           DISPLAY 'DOMICILIO (CALLE Y NUMERO): '.
           MOVE SPACES TO WS-DPE-ENTRADA.
           ACCEPT WS-DPE-ENTRADA.
           IF WS-DPE-ENTRADA NOT = SPACES
              MOVE WS-DPE-ENTRADA TO WS-DPE-DOMICILIO
           END-IF.

           DISPLAY 'LOCALIDAD: '.
           MOVE SPACES TO WS-DPE-ENTRADA.
           ACCEPT WS-DPE-ENTRADA.
           IF WS-DPE-ENTRADA NOT = SPACES
              MOVE WS-DPE-ENTRADA TO WS-DPE-LOCALIDAD
           END-IF.

           DISPLAY 'TELEFONO: '.
           MOVE SPACES TO WS-DPE-ENTRADA.
           ACCEPT WS-DPE-ENTRADA.
           IF WS-DPE-ENTRADA NOT = SPACES
              MOVE WS-DPE-ENTRADA TO WS-DPE-TELEFONO
           END-IF.

           DISPLAY 'CONTACTO DE EMERGENCIA (NOMBRE): '.
           MOVE SPACES TO WS-DPE-ENTRADA.
           ACCEPT WS-DPE-ENTRADA.
           IF WS-DPE-ENTRADA NOT = SPACES
              MOVE WS-DPE-ENTRADA TO WS-DPE-CONTACTO-NOMBRE
           END-IF.

           DISPLAY 'CONTACTO DE EMERGENCIA (TELEFONO): '.
           MOVE SPACES TO WS-DPE-ENTRADA.
           ACCEPT WS-DPE-ENTRADA.
           IF WS-DPE-ENTRADA NOT = SPACES
              MOVE WS-DPE-ENTRADA TO WS-DPE-CONTACTO-TEL
           END-IF.

       4991-INGRESAR-DATOS-PERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Validar el digito verificador del CUIL de WS-DPE-CUIL: prefijo
      * de persona fisica (20, 23, 24 o 27) y modulo 11 de los diez
      * primeros digitos con los pesos 5432765432. Un resto que da
      * verificador 10 no corresponde a un CUIL valido.
      *----------------------------------------------------------------*
       4992-VALIDAR-CUIL.

           IF NOT WS-DPE-CUIL-TIPO-OK
              SET SW-DPE-VALIDO-NO TO TRUE
              MOVE 'CUIL CON PREFIJO INVALIDO' TO WS-DPE-MOTIVO
              GO TO 4992-VALIDAR-CUIL-EXIT
           END-IF.

           MOVE ZEROS TO WS-DPE-SUMA.

           PERFORM VARYING WS-DPE-IDX FROM 1 BY 1
                   UNTIL WS-DPE-IDX > 10
              COMPUTE WS-DPE-SUMA = WS-DPE-SUMA
                    + WS-DPE-CUIL-DIGITO(WS-DPE-IDX)
                    * WS-DPE-PESO(WS-DPE-IDX)
           END-PERFORM.

           DIVIDE WS-DPE-SUMA BY 11
              GIVING WS-DPE-COCIENTE REMAINDER WS-DPE-RESTO.

           COMPUTE WS-DPE-VERIFICADOR = 11 - WS-DPE-RESTO.

           IF WS-DPE-VERIFICADOR = 11
              MOVE ZEROS TO WS-DPE-VERIFICADOR
           END-IF.

           IF WS-DPE-VERIFICADOR = 10
              OR WS-DPE-VERIFICADOR NOT = WS-DPE-CUIL-DIGITO(11)
              SET SW-DPE-VALIDO-NO TO TRUE
              MOVE 'DIGITO VERIFICADOR DEL CUIL INVALIDO'
                TO WS-DPE-MOTIVO
           END-IF.

       4992-VALIDAR-CUIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Validar los datos ingresados: CUIL (verificador y que no este
      * cargado en otro legajo), fecha de nacimiento valida y anterior
      * a la fecha de proceso, y sexo M o F (define la edad
      * jubilatoria)
      *----------------------------------------------------------------*
       4993-VALIDAR-DATOS-PERS.

           PERFORM 4992-VALIDAR-CUIL
              THRU 4992-VALIDAR-CUIL-EXIT.

           IF SW-DPE-VALIDO-NO
              GO TO 4993-VALIDAR-DATOS-PERS-EXIT
           END-IF.

           IF WS-DPE-ANIO-NAC < 1900
              OR WS-DPE-MES-NAC < 1 OR WS-DPE-MES-NAC > 12
              OR WS-DPE-DIA-NAC < 1
              OR WS-DPE-FECHA-NAC NOT < WS-FECHA-PROCESO
              SET SW-DPE-VALIDO-NO TO TRUE
              MOVE 'FECHA DE NACIMIENTO INVALIDA' TO WS-DPE-MOTIVO
              GO TO 4993-VALIDAR-DATOS-PERS-EXIT
           END-IF.

      *    Febrero tiene 29 dias en los anios divisibles por 4.
           MOVE WS-DPE-DIAS-MES(WS-DPE-MES-NAC) TO WS-DPE-DIAS-DEL-MES.
           DIVIDE WS-DPE-ANIO-NAC BY 4 GIVING WS-DPE-COCIENTE
                  REMAINDER WS-DPE-RESTO.
           IF WS-DPE-MES-NAC = 2 AND WS-DPE-RESTO = ZEROS
              MOVE 29 TO WS-DPE-DIAS-DEL-MES
           END-IF.

           IF WS-DPE-DIA-NAC > WS-DPE-DIAS-DEL-MES
              SET SW-DPE-VALIDO-NO TO TRUE
              MOVE 'FECHA DE NACIMIENTO INVALIDA' TO WS-DPE-MOTIVO
              GO TO 4993-VALIDAR-DATOS-PERS-EXIT
           END-IF.

           IF NOT WS-DPE-SEXO-OK
              SET SW-DPE-VALIDO-NO TO TRUE
              MOVE 'SEXO DEBE SER M O F' TO WS-DPE-MOTIVO
              GO TO 4993-VALIDAR-DATOS-PERS-EXIT
           END-IF.

      *    CUIL duplicado: se busca por la clave alternada; si esta
      *    cargado es valido solo cuando es el del mismo legajo.
           MOVE WS-DPE-CUIL TO DPE-CUIL.
           READ DATOS-PERSONALES KEY IS DPE-CUIL.

           IF FS-DATOS-PERS-OK
              AND DPE-LEGAJO NOT = WS-DPE-LEGAJO
              SET SW-DPE-VALIDO-NO TO TRUE
              MOVE SPACES TO WS-DPE-MOTIVO
              STRING 'CUIL YA CARGADO EN EL LEGAJO '
                                        DELIMITED BY SIZE
                     DPE-LEGAJO         DELIMITED BY SIZE
                INTO WS-DPE-MOTIVO
           END-IF.

       4993-VALIDAR-DATOS-PERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Grabar (alta) o regrabar (modificacion) los datos personales
      * validados, con fecha de actualizacion y operador
      *----------------------------------------------------------------*
       4994-GRABAR-DATOS-PERS.

           DISPLAY 'CONFIRMA LA GRABACION (S/N): '.
           ACCEPT WS-DPE-CONFIRMA.

           IF WS-DPE-CONFIRMA NOT = 'S' AND WS-DPE-CONFIRMA NOT = 's'
              DISPLAY 'GRABACION CANCELADA'
              GO TO 4994-GRABAR-DATOS-PERS-EXIT
           END-IF.

           MOVE WS-DPE-LEGAJO     TO WS-DPE-REG-LEGAJO.
           ACCEPT WS-DPE-FECHA-ACTUAL FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR       TO WS-DPE-OPERADOR.
           MOVE WS-DPE-REGISTRO   TO REG-DATOS-PERSONALES.

           IF SW-DPE-EXISTE-SI
              REWRITE REG-DATOS-PERSONALES
           ELSE
              WRITE REG-DATOS-PERSONALES
           END-IF.

           EVALUATE TRUE
              WHEN FS-DATOS-PERS-OK
                 DISPLAY 'DATOS PERSONALES GRABADOS'
                 MOVE 'GRABADO'     TO WS-LOG-RESULTADO
              WHEN FS-DATOS-PERS-DUPLICADO
                 DISPLAY 'CUIL YA CARGADO EN OTRO LEGAJO'
                 MOVE 'RECHAZADO'   TO WS-LOG-RESULTADO
              WHEN OTHER
                 DISPLAY 'ERROR AL GRABAR LOS DATOS PERSONALES'
                 DISPLAY 'FILE STATUS: ' FS-DATOS-PERS
                 MOVE 'ERROR'       TO WS-LOG-RESULTADO
           END-EVALUATE.

       4994-GRABAR-DATOS-PERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reporte de los empleados del padron que alcanzan la edad
      * jubilatoria (65 hombres, 60 mujeres) entre la fecha de proceso
      * y los 12 meses siguientes, con los datos personales de
      * DATOS-PERSONALES.DAT. Los legajos sin datos personales no se
      * pueden evaluar y se listan aparte.
      *----------------------------------------------------------------*
       4995-REPORTE-JUBILACION.

           SET SW-JUB-OK-SI TO TRUE.
           MOVE ZEROS TO WS-JUB-CANT.
           MOVE ZEROS TO WS-JUB-SIN-DATOS.
           MOVE ZEROS TO WS-JUB-CUMPLIDA.

           COMPUTE WS-JUB-FECHA-LIMITE = WS-FECHA-PROCESO + 10000.

           OPEN INPUT DATOS-PERSONALES.

           IF FS-DATOS-PERS-OK
              SET SW-DPE-ABIERTO-SI TO TRUE
           ELSE
              SET SW-DPE-ABIERTO-NO TO TRUE
              DISPLAY 'NO SE PUDO ABRIR DATOS-PERSONALES.DAT, NINGUN '
                      'LEGAJO SE PUEDE EVALUAR'
              DISPLAY 'FILE STATUS: ' FS-DATOS-PERS
           END-IF.

           OPEN OUTPUT SAL-JUBILACION.

           IF NOT FS-JUBILACION-OK
              DISPLAY 'ERROR AL ABRIR REPORTE-JUBILACION.TXT'
              DISPLAY 'FILE STATUS: ' FS-JUBILACION
              SET SW-JUB-OK-NO TO TRUE
              GO TO 4995-REPORTE-JUBILACION-FIN
           END-IF.

           MOVE WS-FECHA-PROCESO TO WS-CON-FECHA-AUX.
           PERFORM 4977-EDITAR-FECHA
              THRU 4977-EDITAR-FECHA-EXIT.
           MOVE SPACES TO REG-JUBILACION.
           STRING 'EMPLEADOS QUE ALCANZAN LA EDAD JUBILATORIA DESDE EL '
                                        DELIMITED BY SIZE
                  WS-CON-FECHA-ED       DELIMITED BY SIZE
             INTO REG-JUBILACION.
           PERFORM 4998-ESCRIBIR-JUBILACION
              THRU 4998-ESCRIBIR-JUBILACION-EXIT.

           MOVE WS-JUB-FECHA-LIMITE TO WS-CON-FECHA-AUX.
           PERFORM 4977-EDITAR-FECHA
              THRU 4977-EDITAR-FECHA-EXIT.
           STRING 'HASTA EL '           DELIMITED BY SIZE
                  WS-CON-FECHA-ED       DELIMITED BY SIZE
                  ' (HOMBRES '          DELIMITED BY SIZE
                  WS-JUB-EDAD-HOMBRES   DELIMITED BY SIZE
                  ' ANIOS, MUJERES '    DELIMITED BY SIZE
                  WS-JUB-EDAD-MUJERES   DELIMITED BY SIZE
                  ' ANIOS)'             DELIMITED BY SIZE
             INTO REG-JUBILACION.
           PERFORM 4998-ESCRIBIR-JUBILACION
              THRU 4998-ESCRIBIR-JUBILACION-EXIT.

           MOVE '----------------------------------------' &
                '----------------------------------------'
             TO REG-JUBILACION.
           PERFORM 4998-ESCRIBIR-JUBILACION
              THRU 4998-ESCRIBIR-JUBILACION-EXIT.

           MOVE 'LEGAJO   APELLIDO                  NOMBRE' &
                '                    SUC SEXO NACIMIENTO CUMPLE'
             TO REG-JUBILACION.
           PERFORM 4998-ESCRIBIR-JUBILACION
              THRU 4998-ESCRIBIR-JUBILACION-EXIT.

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CONT-REG-EMP
                      OR SW-JUB-OK-NO
              PERFORM 4996-EVALUAR-JUBILACION
                 THRU 4996-EVALUAR-JUBILACION-EXIT
           END-PERFORM.

           IF WS-JUB-CANT = ZEROS
              MOVE 'NINGUN EMPLEADO ALCANZA LA EDAD EN EL PERIODO'
                TO REG-JUBILACION
              PERFORM 4998-ESCRIBIR-JUBILACION
                 THRU 4998-ESCRIBIR-JUBILACION-EXIT
           END-IF.

           IF WS-JUB-SIN-DATOS > ZEROS
              MOVE SPACES TO REG-JUBILACION
              PERFORM 4998-ESCRIBIR-JUBILACION
                 THRU 4998-ESCRIBIR-JUBILACION-EXIT
              MOVE 'LEGAJOS SIN DATOS PERSONALES (NO EVALUADOS):'
                TO REG-JUBILACION
              PERFORM 4998-ESCRIBIR-JUBILACION
                 THRU 4998-ESCRIBIR-JUBILACION-EXIT
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-CONT-REG-EMP
                         OR SW-JUB-OK-NO
                 PERFORM 4997-LISTAR-SIN-DATOS
                    THRU 4997-LISTAR-SIN-DATOS-EXIT
              END-PERFORM
           END-IF.

           MOVE '----------------------------------------' &
                '----------------------------------------'
             TO REG-JUBILACION.
           PERFORM 4998-ESCRIBIR-JUBILACION
              THRU 4998-ESCRIBIR-JUBILACION-EXIT.

           STRING 'ALCANZAN LA EDAD EN EL PERIODO: ' DELIMITED BY SIZE
                  WS-JUB-CANT                        DELIMITED BY SIZE
                  '  YA LA CUMPLIERON: '             DELIMITED BY SIZE
                  WS-JUB-CUMPLIDA                    DELIMITED BY SIZE
                  '  SIN DATOS PERSONALES: '         DELIMITED BY SIZE
                  WS-JUB-SIN-DATOS                   DELIMITED BY SIZE
             INTO REG-JUBILACION.
           PERFORM 4998-ESCRIBIR-JUBILACION
              THRU 4998-ESCRIBIR-JUBILACION-EXIT.

           CLOSE SAL-JUBILACION.

       4995-REPORTE-JUBILACION-FIN.

           IF SW-DPE-ABIERTO-SI
              CLOSE DATOS-PERSONALES
              SET SW-DPE-ABIERTO-NO TO TRUE
           END-IF.

           IF SW-JUB-OK-SI
              DISPLAY 'REPORTE GRABADO EN: REPORTE-JUBILACION.TXT'
              DISPLAY 'ALCANZAN LA EDAD JUBILATORIA: ' WS-JUB-CANT
              DISPLAY 'SIN DATOS PERSONALES: '         WS-JUB-SIN-DATOS
              MOVE 'GENERADO'      TO WS-LOG-RESULTADO
           ELSE
              MOVE 'ERROR'         TO WS-LOG-RESULTADO
           END-IF.

           MOVE 'JUBILACION'       TO WS-LOG-TIPO.
           MOVE WS-FECHA-PROCESO   TO WS-LOG-CRITERIO.
           PERFORM 7100-REGISTRAR-LOG
              THRU 7100-REGISTRAR-LOG-EXIT.

       4995-REPORTE-JUBILACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Evaluar al empleado WS-J: fecha en que cumple la edad
      * jubilatoria segun su sexo y, si cae en la ventana de 12
      * meses, linea en el reporte
      *----------------------------------------------------------------*
       4996-EVALUAR-JUBILACION.

           IF SW-DPE-ABIERTO-NO
              ADD 1 TO WS-JUB-SIN-DATOS
              GO TO 4996-EVALUAR-JUBILACION-EXIT
           END-IF.

           MOVE WS-EMP-LEGAJO(WS-J) TO DPE-LEGAJO.
           READ DATOS-PERSONALES KEY IS DPE-LEGAJO.

           IF NOT FS-DATOS-PERS-OK
              ADD 1 TO WS-JUB-SIN-DATOS
              GO TO 4996-EVALUAR-JUBILACION-EXIT
           END-IF.

           IF DPE-SEXO = 'F'
              MOVE WS-JUB-EDAD-MUJERES TO WS-JUB-EDAD
           ELSE
              MOVE WS-JUB-EDAD-HOMBRES TO WS-JUB-EDAD
           END-IF.

           COMPUTE WS-JUB-FECHA-CUMPLE =
                   DPE-FECHA-NACIMIENTO + WS-JUB-EDAD * 10000.

           IF WS-JUB-FECHA-CUMPLE < WS-FECHA-PROCESO
              ADD 1 TO WS-JUB-CUMPLIDA
              GO TO 4996-EVALUAR-JUBILACION-EXIT
           END-IF.

           IF WS-JUB-FECHA-CUMPLE > WS-JUB-FECHA-LIMITE
              GO TO 4996-EVALUAR-JUBILACION-EXIT
           END-IF.

           ADD 1 TO WS-JUB-CANT.

           MOVE SPACES TO REG-JUBILACION.
           STRING WS-EMP-LEGAJO(WS-J)     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-EMP-APELLIDO(WS-J)   DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-EMP-NOMBRE(WS-J)     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-EMP-SUCURSAL(WS-J)   DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  DPE-SEXO                DELIMITED BY SIZE
                  '    '                  DELIMITED BY SIZE
                  DPE-FECHA-NACIMIENTO    DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  WS-JUB-FECHA-CUMPLE     DELIMITED BY SIZE
             INTO REG-JUBILACION.
           PERFORM 4998-ESCRIBIR-JUBILACION
              THRU 4998-ESCRIBIR-JUBILACION-EXIT.

       4996-EVALUAR-JUBILACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Listar el legajo WS-J si no tiene datos personales cargados
      *----------------------------------------------------------------*
       4997-LISTAR-SIN-DATOS.

           IF SW-DPE-ABIERTO-SI
              MOVE WS-EMP-LEGAJO(WS-J) TO DPE-LEGAJO
              READ DATOS-PERSONALES KEY IS DPE-LEGAJO
              IF FS-DATOS-PERS-OK
                 GO TO 4997-LISTAR-SIN-DATOS-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO REG-JUBILACION.
           STRING WS-EMP-LEGAJO(WS-J)     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-EMP-APELLIDO(WS-J)   DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-EMP-NOMBRE(WS-J)     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-EMP-SUCURSAL(WS-J)   DELIMITED BY SIZE
             INTO REG-JUBILACION.
           PERFORM 4998-ESCRIBIR-JUBILACION
              THRU 4998-ESCRIBIR-JUBILACION-EXIT.

       4997-LISTAR-SIN-DATOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Grabar la linea armada en REG-JUBILACION y dejarla en blanco
      *----------------------------------------------------------------*
       4998-ESCRIBIR-JUBILACION.

           WRITE REG-JUBILACION.

           IF NOT FS-JUBILACION-OK
              SET SW-JUB-OK-NO TO TRUE
           END-IF.

           MOVE SPACES TO REG-JUBILACION.

       4998-ESCRIBIR-JUBILACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Generar el reporte impreso del padron completo: encabezados,
      * quiebre de pagina cada N lineas, total de empleados y
