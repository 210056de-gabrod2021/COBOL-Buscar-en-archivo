      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control nocturno de integridad referencial entre los
      *          archivos satelite del padron. Recorre el padron de
      *          cada sucursal de SUCURSALES.TXT (EMPLEADOS-xx.TXT),
      *          las tablas ESTADOS.TXT, SECTORES.TXT, CATEGORIAS.TXT,
      *          TIPOS-LICENCIA.TXT y MOTIVOS-BAJA.TXT, LICENCIAS.TXT,
      *          NOVEDADES-PENDIENTES.TXT y OPERADORES.TXT contra los
      *          registros de actividad, y deja en
      *          REPORTE-INTEGRIDAD.TXT las inconsistencias
      *          clasificadas por gravedad. Corre sin consola, como
      *          primer paso del plan de la cadena nocturna de
      *          CL19EJ08a: con inconsistencias graves devuelve 8 y
      *          la cadena se corta antes de tocar el padron; si no
      *          puede leer sus propios archivos devuelve 12.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * - Version inicial. Graves (RC 8): sucursal sin archivo de
      *   empleados; empleado con estado, sector o categoria que no
      *   esta en la tabla; tipo de licencia con estado inexistente;
      *   licencia vigente o futura de un legajo fuera del padron o
      *   con tipo inexistente; novedad pendiente de modificacion,
      *   baja o traslado de un legajo fuera del padron. Leves (RC
      *   4): las mismas situaciones en licencias ya vencidas; alta
      *   pendiente de un legajo que ya esta en el padron; codigos
      *   inexistentes en novedades pendientes; operadores sin
      *   actividad en LOG-BUSQUEDAS.TXT, AUDITORIA-ESTADO.TXT ni
      *   CONSTANCIAS-EMITIDAS.TXT.
      * - Los errores de archivos y el padron de mas de 9999 legajos
      *   devuelven 12, para distinguirlos de las inconsistencias
      *   graves. Una modificacion, baja o traslado pendiente de un
      *   legajo fuera del padron no se informa si hay un alta
      *   pendiente del mismo legajo con vigencia igual o anterior.
      *   Tambien cuentan como actividad de operador los respaldos
      *   de RESPALDOS-CATALOGO.TXT. Egresados lleva un registro por
      *   periodo (clave legajo + fecha de egreso) y se informa el
      *   ultimo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ18a.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARCH-SUCURSALES
           ASSIGN TO '../SUCURSALES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCURSALES.

       SELECT ARCH-ESTADOS
           ASSIGN TO '../ESTADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADOS.

       SELECT ARCH-SECTORES
           ASSIGN TO '../SECTORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SECTORES.

       SELECT ARCH-CATEGORIAS
           ASSIGN TO '../CATEGORIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATEGORIAS.

       SELECT ARCH-TIPOS-LIC
           ASSIGN TO '../TIPOS-LICENCIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOS-LIC.

       SELECT ARCH-MOTIVOS-BAJA
           ASSIGN TO '../MOTIVOS-BAJA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOTIVOS-BAJA.

       SELECT ARCH-OPERADORES
           ASSIGN TO '../OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADORES.

       SELECT ENT-EMPLEADO
           ASSIGN DYNAMIC WS-NOMBRE-ARCH-EMP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADO.

       SELECT ENT-LICENCIAS
           ASSIGN TO '../LICENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LICENCIAS.

       SELECT ENT-PENDIENTES
           ASSIGN TO '../NOVEDADES-PENDIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

       SELECT EGRESADOS-EMP
           ASSIGN TO '../EGRESADOS-EMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EGR-CLAVE
           FILE STATUS IS FS-EGRESADOS.

       SELECT ENT-LOG
           ASSIGN TO '../LOG-BUSQUEDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG.

       SELECT ENT-AUDITORIA
           ASSIGN TO '../AUDITORIA-ESTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       SELECT ENT-CONSTANCIAS
           ASSIGN TO '../CONSTANCIAS-EMITIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSTANCIAS.

       SELECT ENT-CATALOGO
           ASSIGN TO '../RESPALDOS-CATALOGO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

       SELECT ARCH-CONTROL-EJEC
           ASSIGN TO '../CONTROL-EJECUCION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-EJEC.

       SELECT SAL-REPORTE
           ASSIGN TO '../REPORTE-INTEGRIDAD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ARCH-SUCURSALES.
       01 REG-SUCURSAL                     PIC X(02).

       FD ARCH-ESTADOS.
       01 REG-ESTADO.
          05 EST-CODIGO                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 EST-DESCRIPCION               PIC X(20).

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

       FD ARCH-TIPOS-LIC.
       01 REG-TIPO-LIC.
          05 TIP-CODIGO                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 TIP-DESCRIPCION               PIC X(20).
          05 FILLER                        PIC X(01).
          05 TIP-ESTADO                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 TIP-VACACIONES                PIC X(01).

       FD ARCH-MOTIVOS-BAJA.
       01 REG-MOTIVO-BAJA.
          05 MOT-CODIGO                    PIC X(02).
          05 FILLER                        PIC X(01).
          05 MOT-DESCRIPCION               PIC X(20).

       FD ARCH-OPERADORES.
       01 REG-OPERADOR.
          05 OPE-ID                        PIC X(08).
          05 FILLER                        PIC X(01).
          05 OPE-NIVEL                     PIC 9(01).
          05 FILLER                        PIC X(01).
          05 OPE-NOMBRE                    PIC X(20).

       FD ENT-EMPLEADO.
       01 REG-ENT-EMPLEADO.
          05 ENT-EMP-ID                    PIC 9(08).
          05 ENT-EMP-NOMBRE                PIC X(25).
          05 ENT-EMP-APELLIDO              PIC X(25).
          05 ENT-EMP-ESTADO                PIC X(02).
          05 ENT-EMP-SECTOR                PIC X(02).
          05 ENT-EMP-FECHA-INGRESO         PIC 9(08).
          05 ENT-EMP-CATEGORIA             PIC X(02).

       FD ENT-LICENCIAS.
       01 REG-LICENCIA.
          05 LIC-LEGAJO                    PIC 9(08).
          05 FILLER                        PIC X(01).
          05 LIC-TIPO                      PIC X(02).
          05 FILLER                        PIC X(01).
          05 LIC-DESDE                     PIC 9(08).
          05 FILLER                        PIC X(01).
          05 LIC-HASTA                     PIC 9(08).

      *    Novedad diferida: el mismo registro de la novedad que
      *    aplica el programa de novedades al llegar su vigencia
       FD ENT-PENDIENTES.
       01 REG-PENDIENTE.
          05 PEN-TIPO                      PIC X(01).
             88 PEN-ALTA                             VALUE 'A'.
             88 PEN-BAJA                             VALUE 'B'.
             88 PEN-MODIFICACION                     VALUE 'M'.
             88 PEN-TRASLADO                         VALUE 'T'.
          05 PEN-SUCURSAL                  PIC X(02).
          05 PEN-LEGAJO                    PIC 9(08).
          05 PEN-NOMBRE                    PIC X(25).
          05 PEN-APELLIDO                  PIC X(25).
          05 PEN-ESTADO                    PIC X(02).
          05 PEN-SECTOR                    PIC X(02).
          05 PEN-FECHA-INGRESO             PIC X(08).
          05 PEN-CATEGORIA                 PIC X(02).
          05 PEN-SUCURSAL-DESTINO          PIC X(02).
          05 PEN-FECHA-VIGENCIA            PIC X(08).
          05 PEN-MOTIVO-BAJA               PIC X(02).
          05 PEN-FECHA-EGRESO              PIC X(08).

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

      *    Linea del log de busquedas: el operador va despues de
      *    ' OPERADOR: ' en la posicion 107
       FD ENT-LOG.
       01 REG-LOG                          PIC X(120).

      *    Linea de auditoria de estado: el operador va despues de
      *    ' OPERADOR: ' en la posicion 83
       FD ENT-AUDITORIA.
       01 REG-AUDITORIA                    PIC X(100).

       FD ENT-CONSTANCIAS.
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

      *    Catalogo de respaldos: una linea por archivo respaldado,
      *    con el operador que pidio la generacion
       FD ENT-CATALOGO.
       01 REG-CATALOGO.
          05 RCA-GENERACION                PIC X(17).
          05 FILLER                        PIC X(01).
          05 RCA-PROGRAMA                  PIC X(10).
          05 FILLER                        PIC X(01).
          05 RCA-OPERADOR                  PIC X(08).
          05 FILLER                        PIC X(01).
          05 RCA-FECHA                     PIC 9(08).
          05 FILLER                        PIC X(01).
          05 RCA-HORA                      PIC 9(08).
          05 FILLER                        PIC X(01).
          05 RCA-TIPO                      PIC X(01).
          05 FILLER                        PIC X(01).
          05 RCA-ORIGEN                    PIC X(40).
          05 FILLER                        PIC X(01).
          05 RCA-COPIA                     PIC X(60).

       FD ARCH-CONTROL-EJEC.
       01 REG-CONTROL-EJEC                 PIC X(80).

       FD SAL-REPORTE.
       01 REG-REPORTE                      PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          02 FS-SUCURSALES                 PIC X(02) VALUE '00'.
             88 FS-SUCURSALES-OK                     VALUE '00'.
             88 FS-SUCURSALES-EOF                    VALUE '10'.
          02 FS-ESTADOS                    PIC X(02) VALUE '00'.
             88 FS-ESTADOS-OK                        VALUE '00'.
             88 FS-ESTADOS-EOF                       VALUE '10'.
          02 FS-SECTORES                   PIC X(02) VALUE '00'.
             88 FS-SECTORES-OK                       VALUE '00'.
             88 FS-SECTORES-EOF                      VALUE '10'.
          02 FS-CATEGORIAS                 PIC X(02) VALUE '00'.
             88 FS-CATEGORIAS-OK                     VALUE '00'.
             88 FS-CATEGORIAS-EOF                    VALUE '10'.
          02 FS-TIPOS-LIC                  PIC X(02) VALUE '00'.
             88 FS-TIPOS-LIC-OK                      VALUE '00'.
             88 FS-TIPOS-LIC-EOF                     VALUE '10'.
          02 FS-MOTIVOS-BAJA               PIC X(02) VALUE '00'.
             88 FS-MOTIVOS-BAJA-OK                   VALUE '00'.
             88 FS-MOTIVOS-BAJA-EOF                  VALUE '10'.
          02 FS-OPERADORES                 PIC X(02) VALUE '00'.
             88 FS-OPERADORES-OK                     VALUE '00'.
             88 FS-OPERADORES-EOF                    VALUE '10'.
          02 FS-EMPLEADO                   PIC X(02) VALUE '00'.
             88 FS-EMPLEADOS-OK                      VALUE '00'.
             88 FS-EMPLEADOS-EOF                     VALUE '10'.
             88 FS-EMPLEADOS-NFD                     VALUE '35'.
          02 FS-LICENCIAS                  PIC X(02) VALUE '00'.
             88 FS-LICENCIAS-OK                      VALUE '00'.
             88 FS-LICENCIAS-EOF                     VALUE '10'.
             88 FS-LICENCIAS-NFD                     VALUE '35'.
          02 FS-PENDIENTES                 PIC X(02) VALUE '00'.
             88 FS-PENDIENTES-OK                     VALUE '00'.
             88 FS-PENDIENTES-EOF                    VALUE '10'.
             88 FS-PENDIENTES-NFD                    VALUE '35'.
          02 FS-EGRESADOS                  PIC X(02) VALUE '00'.
             88 FS-EGRESADOS-OK                      VALUE '00'.
             88 FS-EGRESADOS-EOF                     VALUE '10'.
             88 FS-EGRESADOS-NO-HALLADO              VALUE '23'.
             88 FS-EGRESADOS-NFD                     VALUE '35'.
          02 FS-LOG                        PIC X(02) VALUE '00'.
             88 FS-LOG-OK                            VALUE '00'.
             88 FS-LOG-EOF                           VALUE '10'.
             88 FS-LOG-NFD                           VALUE '35'.
          02 FS-AUDITORIA                  PIC X(02) VALUE '00'.
             88 FS-AUDITORIA-OK                      VALUE '00'.
             88 FS-AUDITORIA-EOF                     VALUE '10'.
             88 FS-AUDITORIA-NFD                     VALUE '35'.
          02 FS-CONSTANCIAS                PIC X(02) VALUE '00'.
             88 FS-CONSTANCIAS-OK                    VALUE '00'.
             88 FS-CONSTANCIAS-EOF                   VALUE '10'.
             88 FS-CONSTANCIAS-NFD                   VALUE '35'.
          02 FS-CATALOGO                   PIC X(02) VALUE '00'.
             88 FS-CATALOGO-OK                       VALUE '00'.
             88 FS-CATALOGO-EOF                      VALUE '10'.
             88 FS-CATALOGO-NFD                      VALUE '35'.
          02 FS-CONTROL-EJEC               PIC X(02) VALUE '00'.
             88 FS-CONTROL-EJEC-OK                   VALUE '00'.
          02 FS-REPORTE                    PIC X(02) VALUE '00'.
             88 FS-REPORTE-OK                        VALUE '00'.

       01 WS-CONTADORES.
           02 WS-CONT-EMPLEADOS          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-LICENCIAS          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-PENDIENTES         PIC 9(05) VALUE ZEROS.
           02 WS-CONT-ACTIVIDAD          PIC 9(07) VALUE ZEROS.
           02 WS-CONT-GRAVES             PIC 9(05) VALUE ZEROS.
           02 WS-CONT-LEVES              PIC 9(05) VALUE ZEROS.

       01 WS-VARIABLES.
           02 WS-BUSCAR.
              05 SW-EGRESADOS            PIC X(01) VALUE 'N'.
                 88 SW-EGRESADOS-SI               VALUE 'S'.
                 88 SW-EGRESADOS-NO               VALUE 'N'.
              05 SW-ENCONTRADO           PIC X(01) VALUE 'N'.
                 88 SW-ENCONTRADO-SI              VALUE 'S'.
                 88 SW-ENCONTRADO-NO              VALUE 'N'.
              05 SW-GRAVEDAD             PIC X(01) VALUE 'L'.
                 88 SW-GRAVEDAD-GRAVE             VALUE 'G'.
                 88 SW-GRAVEDAD-LEVE              VALUE 'L'.
              05 SW-EGRESO-HALLADO       PIC X(01) VALUE 'N'.
                 88 SW-EGRESO-HALLADO-SI          VALUE 'S'.
                 88 SW-EGRESO-HALLADO-NO          VALUE 'N'.
              05 SW-ALTA-PENDIENTE       PIC X(01) VALUE 'N'.
                 88 SW-ALTA-PENDIENTE-SI          VALUE 'S'.
                 88 SW-ALTA-PENDIENTE-NO          VALUE 'N'.

           02 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
           02 WS-CTL-PALABRA1            PIC X(20) VALUE SPACES.
           02 WS-CTL-PALABRA2            PIC X(20) VALUE SPACES.
           02 WS-LEGAJO-BUSCADO          PIC 9(08) VALUE ZEROS.
           02 WS-ULTIMO-EGRESO           PIC 9(08) VALUE ZEROS.
           02 WS-COD-BUSCADO             PIC X(02) VALUE SPACES.
           02 WS-OPE-BUSCADO             PIC X(08) VALUE SPACES.
           02 WS-SITUACION-LEGAJO        PIC X(25) VALUE SPACES.
           02 WS-INC-ARCHIVO             PIC X(26) VALUE SPACES.
           02 WS-INC-DETALLE             PIC X(72) VALUE SPACES.

      *----------------------------------------------------------------*
      * Tablas de codigos: estados, sectores, categorias, tipos de
      * licencia, motivos de baja y sucursales
      *----------------------------------------------------------------*
       01 WS-TABLAS.
           02 WS-CANT-EST                PIC 9(02) VALUE ZEROS.
           02 WS-TAB-EST OCCURS 99 TIMES PIC X(02).
           02 WS-CANT-SEC                PIC 9(02) VALUE ZEROS.
           02 WS-TAB-SEC OCCURS 99 TIMES PIC X(02).
           02 WS-CANT-CAT                PIC 9(02) VALUE ZEROS.
           02 WS-TAB-CAT OCCURS 99 TIMES PIC X(02).
           02 WS-CANT-TIP                PIC 9(02) VALUE ZEROS.
           02 WS-TAB-TIP OCCURS 99 TIMES PIC X(02).
           02 WS-CANT-MOT                PIC 9(02) VALUE ZEROS.
           02 WS-TAB-MOT OCCURS 99 TIMES PIC X(02).
           02 WS-TAB-IDX                 PIC 9(03) VALUE ZEROS.

       01 WS-SUCURSALES.
              02 WS-CANT-SUCURSAL        PIC 9(02) VALUE ZEROS.
              02 WS-SUC-IDX              PIC 9(02) VALUE ZEROS.
              02 WS-TAB-SUC.
                 05 WS-SUC-COD OCCURS 1 TO 50 TIMES
                    DEPENDING ON WS-CANT-SUCURSAL
                    PIC X(02).

      *----------------------------------------------------------------*
      * Operadores habilitados, con la marca de actividad encontrada
      *----------------------------------------------------------------*
       01 WS-OPERADORES.
           02 WS-CANT-OPE                PIC 9(03) VALUE ZEROS.
           02 WS-OPE-IDX                 PIC 9(03) VALUE ZEROS.
           02 WS-OPE-ENT OCCURS 200 TIMES.
              05 WS-OPE-ID               PIC X(08).
              05 WS-OPE-NOMBRE           PIC X(20).
              05 WS-OPE-ACTIVIDAD        PIC X(01).
                 88 OPE-CON-ACTIVIDAD              VALUE 'S'.

      *----------------------------------------------------------------*
      * Legajos del padron (todas las sucursales)
      *----------------------------------------------------------------*
       01 WS-PADRON.
           02 WS-CANT-LEG                PIC 9(04) VALUE ZEROS.
           02 WS-LEG-IDX                 PIC 9(04) VALUE ZEROS.
           02 WS-TAB-LEG.
              05 WS-LEG-LEGAJO OCCURS 1 TO 9999 TIMES
                 DEPENDING ON WS-CANT-LEG
                                         PIC 9(08).

      *----------------------------------------------------------------*
      * Altas pendientes (legajo y vigencia): una novedad pendiente
      * de un legajo fuera del padron es valida si un alta anterior o
      * del mismo dia lo va a incorporar
      *----------------------------------------------------------------*
       01 WS-ALTAS-PENDIENTES.
           02 WS-CANT-ALT                PIC 9(04) VALUE ZEROS.
           02 WS-ALT-IDX                 PIC 9(04) VALUE ZEROS.
           02 WS-TAB-ALT.
              05 WS-ALT-ENT OCCURS 1 TO 9999 TIMES
                 DEPENDING ON WS-CANT-ALT.
                 10 WS-ALT-LEGAJO        PIC 9(08).
                 10 WS-ALT-VIGENCIA      PIC X(08).

      *----------------------------------------------------------------*
      * Inconsistencias encontradas, separadas por gravedad para
      * listarlas agrupadas; las que exceden la tabla solo se cuentan
      *----------------------------------------------------------------*
       01 WS-INCONSISTENCIAS.
           02 WS-INC-LINEA.
              05 WS-INC-LIN-ARCHIVO      PIC X(26).
              05 WS-INC-LIN-DETALLE      PIC X(72).
           02 WS-CANT-INC-GRA            PIC 9(04) VALUE ZEROS.
           02 WS-INC-GRA OCCURS 2000 TIMES PIC X(98).
           02 WS-CANT-INC-LEV            PIC 9(04) VALUE ZEROS.
           02 WS-INC-LEV OCCURS 2000 TIMES PIC X(98).
           02 WS-INC-IDX                 PIC 9(04) VALUE ZEROS.

       01 WS-NOMBRE-ARCH-EMP          PIC X(40) VALUE SPACES.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-CONTROLAR-PADRON
              THRU 2000-CONTROLAR-PADRON-EXIT.

           PERFORM 2500-CONTROLAR-TIPOS-LIC
              THRU 2500-CONTROLAR-TIPOS-LIC-EXIT.

           PERFORM 3000-CONTROLAR-LICENCIAS
              THRU 3000-CONTROLAR-LICENCIAS-EXIT.

           PERFORM 4000-CONTROLAR-PENDIENTES
              THRU 4000-CONTROLAR-PENDIENTES-EXIT.

           PERFORM 5000-CONTROLAR-OPERADORES
              THRU 5000-CONTROLAR-OPERADORES-EXIT.

           PERFORM 6000-GRABAR-REPORTE
              THRU 6000-GRABAR-REPORTE-EXIT.

           PERFORM 8000-FINALIZAR
              THRU 8000-FINALIZAR-EXIT.

           IF WS-CONT-GRAVES > ZEROS
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CONT-LEVES > ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * Proceso de inicializacion: fecha de proceso, tablas de
      * control, operadores y archivo de egresados
      *----------------------------------------------------------------*
       1000-INICIAR.

           PERFORM 1090-LEER-FECHA-PROCESO
              THRU 1090-LEER-FECHA-PROCESO-EXIT.

           PERFORM 1050-CARGAR-SUCURSALES
              THRU 1050-CARGAR-SUCURSALES-EXIT.

           PERFORM 1100-CARGAR-TABLAS
              THRU 1100-CARGAR-TABLAS-EXIT.

           PERFORM 1200-CARGAR-OPERADORES
              THRU 1200-CARGAR-OPERADORES-EXIT.

      *    Sin archivo de egresados todavia no hubo bajas logicas: un
      *    legajo fuera del padron se informa inexistente.
           OPEN INPUT EGRESADOS-EMP.

           IF FS-EGRESADOS-OK
              SET SW-EGRESADOS-SI TO TRUE
           ELSE
              IF NOT FS-EGRESADOS-NFD
                 DISPLAY 'ERROR AL ABRIR EGRESADOS-EMPLEADOS.DAT'
                 DISPLAY 'FILE STATUS: ' FS-EGRESADOS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

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
              MOVE 12 TO RETURN-CODE
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
              MOVE 12 TO RETURN-CODE
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

           DISPLAY 'FECHA DE PROCESO DEL CONTROL DE INTEGRIDAD: '
                   WS-FECHA-PROCESO.

       1090-LEER-FECHA-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar los codigos de las tablas de control. Son las mismas
      * tablas obligatorias del programa de novedades: si alguna no
      * se puede leer el control no tiene contra que comparar.
      *----------------------------------------------------------------*
       1100-CARGAR-TABLAS.

           OPEN INPUT ARCH-ESTADOS.
           IF NOT FS-ESTADOS-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'ESTADOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-ESTADOS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ARCH-ESTADOS.
           PERFORM UNTIL NOT FS-ESTADOS-OK
              IF WS-CANT-EST < 99
                 ADD 1 TO WS-CANT-EST
                 MOVE EST-CODIGO TO WS-TAB-EST(WS-CANT-EST)
              END-IF
              READ ARCH-ESTADOS
           END-PERFORM.
           CLOSE ARCH-ESTADOS.

           OPEN INPUT ARCH-SECTORES.
           IF NOT FS-SECTORES-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'SECTORES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SECTORES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ARCH-SECTORES.
           PERFORM UNTIL NOT FS-SECTORES-OK
              IF WS-CANT-SEC < 99
                 ADD 1 TO WS-CANT-SEC
                 MOVE SEC-CODIGO TO WS-TAB-SEC(WS-CANT-SEC)
              END-IF
              READ ARCH-SECTORES
           END-PERFORM.
           CLOSE ARCH-SECTORES.

           OPEN INPUT ARCH-CATEGORIAS.
           IF NOT FS-CATEGORIAS-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'CATEGORIAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-CATEGORIAS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ARCH-CATEGORIAS.
           PERFORM UNTIL NOT FS-CATEGORIAS-OK
              IF WS-CANT-CAT < 99
                 ADD 1 TO WS-CANT-CAT
                 MOVE CAT-CODIGO TO WS-TAB-CAT(WS-CANT-CAT)
              END-IF
              READ ARCH-CATEGORIAS
           END-PERFORM.
           CLOSE ARCH-CATEGORIAS.

           OPEN INPUT ARCH-TIPOS-LIC.
           IF NOT FS-TIPOS-LIC-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'TIPOS-LICENCIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-TIPOS-LIC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ARCH-TIPOS-LIC.
           PERFORM UNTIL NOT FS-TIPOS-LIC-OK
              IF WS-CANT-TIP < 99
                 ADD 1 TO WS-CANT-TIP
                 MOVE TIP-CODIGO TO WS-TAB-TIP(WS-CANT-TIP)
              END-IF
              READ ARCH-TIPOS-LIC
           END-PERFORM.
           CLOSE ARCH-TIPOS-LIC.

           OPEN INPUT ARCH-MOTIVOS-BAJA.
           IF NOT FS-MOTIVOS-BAJA-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'MOTIVOS-BAJA.TXT'
              DISPLAY 'FILE STATUS: ' FS-MOTIVOS-BAJA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ARCH-MOTIVOS-BAJA.
           PERFORM UNTIL NOT FS-MOTIVOS-BAJA-OK
              IF WS-CANT-MOT < 99
                 ADD 1 TO WS-CANT-MOT
                 MOVE MOT-CODIGO TO WS-TAB-MOT(WS-CANT-MOT)
              END-IF
              READ ARCH-MOTIVOS-BAJA
           END-PERFORM.
           CLOSE ARCH-MOTIVOS-BAJA.

       1100-CARGAR-TABLAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cargar los operadores habilitados de OPERADORES.TXT
      *----------------------------------------------------------------*
       1200-CARGAR-OPERADORES.

           OPEN INPUT ARCH-OPERADORES.

           IF NOT FS-OPERADORES-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'OPERADORES.TXT'
              DISPLAY 'FILE STATUS: ' FS-OPERADORES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARCH-OPERADORES.

           PERFORM UNTIL NOT FS-OPERADORES-OK
              IF WS-CANT-OPE < 200
                 ADD 1 TO WS-CANT-OPE
                 MOVE OPE-ID     TO WS-OPE-ID(WS-CANT-OPE)
                 MOVE OPE-NOMBRE TO WS-OPE-NOMBRE(WS-CANT-OPE)
                 MOVE 'N'        TO WS-OPE-ACTIVIDAD(WS-CANT-OPE)
              ELSE
                 DISPLAY 'OPERADORES.TXT TIENE MAS DE 200 OPERADORES, '
                         'SE DESCARTAN LOS EXCEDENTES'
              END-IF
              READ ARCH-OPERADORES
           END-PERFORM.

           CLOSE ARCH-OPERADORES.

       1200-CARGAR-OPERADORES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Recorrer el padron de cada sucursal: una sucursal sin archivo
      * de empleados y un empleado con un codigo que no esta en su
      * tabla son inconsistencias graves
      *----------------------------------------------------------------*
       2000-CONTROLAR-PADRON.

           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-CANT-SUCURSAL

              MOVE SPACES TO WS-NOMBRE-ARCH-EMP
              STRING '../EMPLEADOS-'        DELIMITED BY SIZE
                     WS-SUC-COD(WS-SUC-IDX) DELIMITED BY SIZE
                     '.TXT'                 DELIMITED BY SIZE
                INTO WS-NOMBRE-ARCH-EMP

              PERFORM 2100-CONTROLAR-SUCURSAL
                 THRU 2100-CONTROLAR-SUCURSAL-EXIT

           END-PERFORM.

           DISPLAY 'EMPLEADOS CONTROLADOS: ' WS-CONT-EMPLEADOS.

       2000-CONTROLAR-PADRON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Controlar el archivo de empleados de la sucursal WS-SUC-IDX
      *----------------------------------------------------------------*
       2100-CONTROLAR-SUCURSAL.

           OPEN INPUT ENT-EMPLEADO.

           IF FS-EMPLEADOS-NFD
              SET SW-GRAVEDAD-GRAVE TO TRUE
              MOVE 'SUCURSALES.TXT' TO WS-INC-ARCHIVO
              MOVE SPACES TO WS-INC-DETALLE
              STRING 'SUCURSAL '            DELIMITED BY SIZE
                     WS-SUC-COD(WS-SUC-IDX) DELIMITED BY SIZE
                     ' SIN ARCHIVO EMPLEADOS-' DELIMITED BY SIZE
                     WS-SUC-COD(WS-SUC-IDX) DELIMITED BY SIZE
                     '.TXT'                 DELIMITED BY SIZE
                INTO WS-INC-DETALLE
              PERFORM 7000-REGISTRAR-INCONSISTENCIA
                 THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
              GO TO 2100-CONTROLAR-SUCURSAL-EXIT
           END-IF.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-ARCH-EMP
              DISPLAY 'FILE STATUS: ' FS-EMPLEADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-INC-ARCHIVO.
           STRING 'EMPLEADOS-'            DELIMITED BY SIZE
                  WS-SUC-COD(WS-SUC-IDX)  DELIMITED BY SIZE
                  '.TXT'                  DELIMITED BY SIZE
             INTO WS-INC-ARCHIVO.

           READ ENT-EMPLEADO.

           PERFORM UNTIL NOT FS-EMPLEADOS-OK

              ADD 1 TO WS-CONT-EMPLEADOS

              IF WS-CANT-LEG < 9999
                 ADD 1 TO WS-CANT-LEG
                 MOVE ENT-EMP-ID TO WS-LEG-LEGAJO(WS-CANT-LEG)
              ELSE
                 DISPLAY 'EL PADRON SUPERA LOS 9999 LEGAJOS'
                 CLOSE ENT-EMPLEADO
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF

              SET SW-GRAVEDAD-GRAVE TO TRUE

              MOVE ENT-EMP-ESTADO TO WS-COD-BUSCADO
              PERFORM 7110-BUSCAR-ESTADO
                 THRU 7110-BUSCAR-ESTADO-EXIT
              IF SW-ENCONTRADO-NO
                 MOVE SPACES TO WS-INC-DETALLE
                 STRING 'LEGAJO '            DELIMITED BY SIZE
                        ENT-EMP-ID           DELIMITED BY SIZE
                        ' CON ESTADO '       DELIMITED BY SIZE
                        ENT-EMP-ESTADO       DELIMITED BY SIZE
                        ' INEXISTENTE EN ESTADOS.TXT'
                                             DELIMITED BY SIZE
                   INTO WS-INC-DETALLE
                 PERFORM 7000-REGISTRAR-INCONSISTENCIA
                    THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
              END-IF

              MOVE ENT-EMP-SECTOR TO WS-COD-BUSCADO
              PERFORM 7120-BUSCAR-SECTOR
                 THRU 7120-BUSCAR-SECTOR-EXIT
              IF SW-ENCONTRADO-NO
                 MOVE SPACES TO WS-INC-DETALLE
                 STRING 'LEGAJO '            DELIMITED BY SIZE
                        ENT-EMP-ID           DELIMITED BY SIZE
                        ' CON SECTOR '       DELIMITED BY SIZE
                        ENT-EMP-SECTOR       DELIMITED BY SIZE
                        ' INEXISTENTE EN SECTORES.TXT'
                                             DELIMITED BY SIZE
                   INTO WS-INC-DETALLE
                 PERFORM 7000-REGISTRAR-INCONSISTENCIA
                    THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
              END-IF

              MOVE ENT-EMP-CATEGORIA TO WS-COD-BUSCADO
              PERFORM 7130-BUSCAR-CATEGORIA
                 THRU 7130-BUSCAR-CATEGORIA-EXIT
              IF SW-ENCONTRADO-NO
                 MOVE SPACES TO WS-INC-DETALLE
                 STRING 'LEGAJO '            DELIMITED BY SIZE
                        ENT-EMP-ID           DELIMITED BY SIZE
                        ' CON CATEGORIA '    DELIMITED BY SIZE
                        ENT-EMP-CATEGORIA    DELIMITED BY SIZE
                        ' INEXISTENTE EN CATEGORIAS.TXT'
                                             DELIMITED BY SIZE
                   INTO WS-INC-DETALLE
                 PERFORM 7000-REGISTRAR-INCONSISTENCIA
                    THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
              END-IF

              READ ENT-EMPLEADO

           END-PERFORM.

           CLOSE ENT-EMPLEADO.

       2100-CONTROLAR-SUCURSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada tipo de licencia pone al empleado en un estado que debe
      * existir en ESTADOS.TXT
      *----------------------------------------------------------------*
       2500-CONTROLAR-TIPOS-LIC.

           OPEN INPUT ARCH-TIPOS-LIC.

           IF NOT FS-TIPOS-LIC-OK
              DISPLAY 'ERROR AL ABRIR TIPOS-LICENCIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-TIPOS-LIC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET SW-GRAVEDAD-GRAVE TO TRUE.
           MOVE 'TIPOS-LICENCIA.TXT' TO WS-INC-ARCHIVO.

           READ ARCH-TIPOS-LIC.

           PERFORM UNTIL NOT FS-TIPOS-LIC-OK
              MOVE TIP-ESTADO TO WS-COD-BUSCADO
              PERFORM 7110-BUSCAR-ESTADO
                 THRU 7110-BUSCAR-ESTADO-EXIT
              IF SW-ENCONTRADO-NO
                 MOVE SPACES TO WS-INC-DETALLE
                 STRING 'TIPO '              DELIMITED BY SIZE
                        TIP-CODIGO           DELIMITED BY SIZE
                        ' CON ESTADO '       DELIMITED BY SIZE
                        TIP-ESTADO           DELIMITED BY SIZE
                        ' INEXISTENTE EN ESTADOS.TXT'
                                             DELIMITED BY SIZE
                   INTO WS-INC-DETALLE
                 PERFORM 7000-REGISTRAR-INCONSISTENCIA
                    THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
              END-IF
              READ ARCH-TIPOS-LIC
           END-PERFORM.

           CLOSE ARCH-TIPOS-LIC.

       2500-CONTROLAR-TIPOS-LIC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Licencias: el legajo debe estar en el padron y el tipo en
      * TIPOS-LICENCIA.TXT. Es grave si la licencia esta vigente o es
      * futura (el proceso de licencias la va a aplicar); una
      * licencia ya vencida solo queda como dato historico y es leve.
      *----------------------------------------------------------------*
       3000-CONTROLAR-LICENCIAS.

           OPEN INPUT ENT-LICENCIAS.

           IF FS-LICENCIAS-NFD
              DISPLAY 'NO EXISTE LICENCIAS.TXT, NO HAY LICENCIAS '
                      'QUE CONTROLAR'
              GO TO 3000-CONTROLAR-LICENCIAS-EXIT
           END-IF.

           IF NOT FS-LICENCIAS-OK
              DISPLAY 'ERROR AL ABRIR LICENCIAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-LICENCIAS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'LICENCIAS.TXT' TO WS-INC-ARCHIVO.

           READ ENT-LICENCIAS.

           PERFORM UNTIL NOT FS-LICENCIAS-OK
              ADD 1 TO WS-CONT-LICENCIAS
              PERFORM 3100-CONTROLAR-LICENCIA
                 THRU 3100-CONTROLAR-LICENCIA-EXIT
              READ ENT-LICENCIAS
           END-PERFORM.

           CLOSE ENT-LICENCIAS.

           DISPLAY 'LICENCIAS CONTROLADAS: ' WS-CONT-LICENCIAS.

       3000-CONTROLAR-LICENCIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Controlar una linea de LICENCIAS.TXT
      *----------------------------------------------------------------*
       3100-CONTROLAR-LICENCIA.

           IF LIC-LEGAJO IS NOT NUMERIC
              OR LIC-DESDE IS NOT NUMERIC
              OR LIC-HASTA IS NOT NUMERIC
              SET SW-GRAVEDAD-LEVE TO TRUE
              MOVE SPACES TO WS-INC-DETALLE
              STRING 'LINEA MAL FORMADA: '  DELIMITED BY SIZE
                     REG-LICENCIA           DELIMITED BY SIZE
                INTO WS-INC-DETALLE
              PERFORM 7000-REGISTRAR-INCONSISTENCIA
                 THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
              GO TO 3100-CONTROLAR-LICENCIA-EXIT
           END-IF.

           IF LIC-HASTA >= WS-FECHA-PROCESO
              SET SW-GRAVEDAD-GRAVE TO TRUE
           ELSE
              SET SW-GRAVEDAD-LEVE TO TRUE
           END-IF.

           MOVE LIC-LEGAJO TO WS-LEGAJO-BUSCADO.
           PERFORM 7200-BUSCAR-LEGAJO
              THRU 7200-BUSCAR-LEGAJO-EXIT.

           IF SW-ENCONTRADO-NO
              MOVE SPACES TO WS-INC-DETALLE
              STRING 'LEGAJO '            DELIMITED BY SIZE
                     LIC-LEGAJO           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WS-SITUACION-LEGAJO  DELIMITED BY '  '
                     ' LICENCIA '         DELIMITED BY SIZE
                     LIC-DESDE            DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     LIC-HASTA            DELIMITED BY SIZE
                INTO WS-INC-DETALLE
              PERFORM 7000-REGISTRAR-INCONSISTENCIA
                 THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
           END-IF.

           MOVE LIC-TIPO TO WS-COD-BUSCADO.
           PERFORM 7140-BUSCAR-TIPO-LIC
              THRU 7140-BUSCAR-TIPO-LIC-EXIT.

           IF SW-ENCONTRADO-NO
              MOVE SPACES TO WS-INC-DETALLE
              STRING 'LEGAJO '            DELIMITED BY SIZE
                     LIC-LEGAJO           DELIMITED BY SIZE
                     ' LICENCIA '         DELIMITED BY SIZE
                     LIC-DESDE            DELIMITED BY SIZE
                     ' TIPO DE LICENCIA ' DELIMITED BY SIZE
                     LIC-TIPO             DELIMITED BY SIZE
                     ' INEXISTENTE'       DELIMITED BY SIZE
                INTO WS-INC-DETALLE
              PERFORM 7000-REGISTRAR-INCONSISTENCIA
                 THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
           END-IF.

       3100-CONTROLAR-LICENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Novedades pendientes: una modificacion, baja o traslado de un
      * legajo fuera del padron es grave (se perdio el empleado al
      * que apuntaba); un alta de un legajo que ya esta y los codigos
      * inexistentes son leves (el programa de novedades la va a
      * rechazar al llegar la vigencia). Una primera pasada carga las
      * altas pendientes: la novedad de un legajo que entra con un
      * alta de vigencia igual o anterior no es inconsistente.
      *----------------------------------------------------------------*
       4000-CONTROLAR-PENDIENTES.

           PERFORM 4050-CARGAR-ALTAS-PENDIENTES
              THRU 4050-CARGAR-ALTAS-PENDIENTES-EXIT.

           OPEN INPUT ENT-PENDIENTES.

           IF FS-PENDIENTES-NFD
              GO TO 4000-CONTROLAR-PENDIENTES-EXIT
           END-IF.

           IF NOT FS-PENDIENTES-OK
              DISPLAY 'ERROR AL ABRIR NOVEDADES-PENDIENTES.TXT'
              DISPLAY 'FILE STATUS: ' FS-PENDIENTES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'NOVEDADES-PENDIENTES.TXT' TO WS-INC-ARCHIVO.

           READ ENT-PENDIENTES.

           PERFORM UNTIL NOT FS-PENDIENTES-OK
              ADD 1 TO WS-CONT-PENDIENTES
              PERFORM 4100-CONTROLAR-PENDIENTE
                 THRU 4100-CONTROLAR-PENDIENTE-EXIT
              READ ENT-PENDIENTES
           END-PERFORM.

           CLOSE ENT-PENDIENTES.

           DISPLAY 'NOVEDADES PENDIENTES CONTROLADAS: '
                   WS-CONT-PENDIENTES.

       4000-CONTROLAR-PENDIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Primera pasada por las novedades pendientes: guardar legajo y
      * vigencia de cada alta
      *----------------------------------------------------------------*
       4050-CARGAR-ALTAS-PENDIENTES.

           MOVE ZEROS TO WS-CANT-ALT.

           OPEN INPUT ENT-PENDIENTES.

           IF FS-PENDIENTES-NFD
              GO TO 4050-CARGAR-ALTAS-PENDIENTES-EXIT
           END-IF.

           IF NOT FS-PENDIENTES-OK
              DISPLAY 'ERROR AL ABRIR NOVEDADES-PENDIENTES.TXT'
              DISPLAY 'FILE STATUS: ' FS-PENDIENTES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ENT-PENDIENTES.

           PERFORM UNTIL NOT FS-PENDIENTES-OK
              IF PEN-ALTA
                 AND PEN-LEGAJO IS NUMERIC
                 IF WS-CANT-ALT < 9999
                    ADD 1 TO WS-CANT-ALT
                    MOVE PEN-LEGAJO TO WS-ALT-LEGAJO(WS-CANT-ALT)
                    MOVE PEN-FECHA-VIGENCIA
                      TO WS-ALT-VIGENCIA(WS-CANT-ALT)
                 ELSE
                    DISPLAY 'NOVEDADES-PENDIENTES.TXT SUPERA LAS 9999 '
                            'ALTAS'
                    CLOSE ENT-PENDIENTES
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              READ ENT-PENDIENTES
           END-PERFORM.

           CLOSE ENT-PENDIENTES.

       4050-CARGAR-ALTAS-PENDIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Controlar una novedad pendiente
      *----------------------------------------------------------------*
       4100-CONTROLAR-PENDIENTE.

           IF PEN-LEGAJO IS NOT NUMERIC
              OR NOT (PEN-ALTA OR PEN-BAJA OR PEN-MODIFICACION
                      OR PEN-TRASLADO)
              SET SW-GRAVEDAD-LEVE TO TRUE
              MOVE SPACES TO WS-INC-DETALLE
              STRING 'NOVEDAD MAL FORMADA: ' DELIMITED BY SIZE
                     REG-PENDIENTE(1:40)     DELIMITED BY SIZE
                INTO WS-INC-DETALLE
              PERFORM 7000-REGISTRAR-INCONSISTENCIA
                 THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
              GO TO 4100-CONTROLAR-PENDIENTE-EXIT
           END-IF.

           MOVE PEN-LEGAJO TO WS-LEGAJO-BUSCADO.
           PERFORM 7200-BUSCAR-LEGAJO
              THRU 7200-BUSCAR-LEGAJO-EXIT.

           IF PEN-ALTA
              IF SW-ENCONTRADO-SI
                 SET SW-GRAVEDAD-LEVE TO TRUE
                 MOVE SPACES TO WS-INC-DETALLE
                 STRING 'ALTA DEL '          DELIMITED BY SIZE
                        PEN-FECHA-VIGENCIA   DELIMITED BY SIZE
                        ' DEL LEGAJO '       DELIMITED BY SIZE
                        PEN-LEGAJO           DELIMITED BY SIZE
                        ' QUE YA ESTA EN EL PADRON'
                                             DELIMITED BY SIZE
                   INTO WS-INC-DETALLE
                 PERFORM 7000-REGISTRAR-INCONSISTENCIA
                    THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
              END-IF
           ELSE
              IF SW-ENCONTRADO-NO
                 PERFORM 4150-BUSCAR-ALTA-PENDIENTE
                    THRU 4150-BUSCAR-ALTA-PENDIENTE-EXIT
              END-IF
              IF SW-ENCONTRADO-NO
                 AND SW-ALTA-PENDIENTE-NO
                 SET SW-GRAVEDAD-GRAVE TO TRUE
                 MOVE SPACES TO WS-INC-DETALLE
                 STRING 'NOVEDAD '           DELIMITED BY SIZE
                        PEN-TIPO             DELIMITED BY SIZE
                        ' DEL '              DELIMITED BY SIZE
                        PEN-FECHA-VIGENCIA   DELIMITED BY SIZE
                        ' DEL LEGAJO '       DELIMITED BY SIZE
                        PEN-LEGAJO           DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        WS-SITUACION-LEGAJO  DELIMITED BY '  '
                   INTO WS-INC-DETALLE
                 PERFORM 7000-REGISTRAR-INCONSISTENCIA
                    THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
              END-IF
           END-IF.

           SET SW-GRAVEDAD-LEVE TO TRUE.

           MOVE PEN-SUCURSAL TO WS-COD-BUSCADO.
           PERFORM 7160-BUSCAR-SUCURSAL
              THRU 7160-BUSCAR-SUCURSAL-EXIT.
           IF SW-ENCONTRADO-NO
              MOVE 'SUCURSAL' TO WS-CTL-PALABRA1
              PERFORM 4200-INFORMAR-CODIGO
                 THRU 4200-INFORMAR-CODIGO-EXIT
           END-IF.

           IF PEN-ESTADO NOT = SPACES
              MOVE PEN-ESTADO TO WS-COD-BUSCADO
              PERFORM 7110-BUSCAR-ESTADO
                 THRU 7110-BUSCAR-ESTADO-EXIT
              IF SW-ENCONTRADO-NO
                 MOVE 'ESTADO' TO WS-CTL-PALABRA1
                 PERFORM 4200-INFORMAR-CODIGO
                    THRU 4200-INFORMAR-CODIGO-EXIT
              END-IF
           END-IF.

           IF PEN-SECTOR NOT = SPACES
              MOVE PEN-SECTOR TO WS-COD-BUSCADO
              PERFORM 7120-BUSCAR-SECTOR
                 THRU 7120-BUSCAR-SECTOR-EXIT
              IF SW-ENCONTRADO-NO
                 MOVE 'SECTOR' TO WS-CTL-PALABRA1
                 PERFORM 4200-INFORMAR-CODIGO
                    THRU 4200-INFORMAR-CODIGO-EXIT
              END-IF
           END-IF.

           IF PEN-CATEGORIA NOT = SPACES
              MOVE PEN-CATEGORIA TO WS-COD-BUSCADO
              PERFORM 7130-BUSCAR-CATEGORIA
                 THRU 7130-BUSCAR-CATEGORIA-EXIT
              IF SW-ENCONTRADO-NO
                 MOVE 'CATEGORIA' TO WS-CTL-PALABRA1
                 PERFORM 4200-INFORMAR-CODIGO
                    THRU 4200-INFORMAR-CODIGO-EXIT
              END-IF
           END-IF.

           IF PEN-TRASLADO
              MOVE PEN-SUCURSAL-DESTINO TO WS-COD-BUSCADO
              PERFORM 7160-BUSCAR-SUCURSAL
                 THRU 7160-BUSCAR-SUCURSAL-EXIT
              IF SW-ENCONTRADO-NO
                 MOVE 'SUC-DESTINO' TO WS-CTL-PALABRA1
                 PERFORM 4200-INFORMAR-CODIGO
                    THRU 4200-INFORMAR-CODIGO-EXIT
              END-IF
           END-IF.

           IF PEN-BAJA
              MOVE PEN-MOTIVO-BAJA TO WS-COD-BUSCADO
              PERFORM 7150-BUSCAR-MOTIVO
                 THRU 7150-BUSCAR-MOTIVO-EXIT
              IF SW-ENCONTRADO-NO
                 MOVE 'MOTIVO-BAJA' TO WS-CTL-PALABRA1
                 PERFORM 4200-INFORMAR-CODIGO
                    THRU 4200-INFORMAR-CODIGO-EXIT
              END-IF
           END-IF.

       4100-CONTROLAR-PENDIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Buscar un alta pendiente de PEN-LEGAJO con vigencia igual o
      * anterior a la de la novedad
      *----------------------------------------------------------------*
       4150-BUSCAR-ALTA-PENDIENTE.

           SET SW-ALTA-PENDIENTE-NO TO TRUE.

           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-CANT-ALT
                      OR SW-ALTA-PENDIENTE-SI
              IF WS-ALT-LEGAJO(WS-ALT-IDX) = PEN-LEGAJO
                 AND WS-ALT-VIGENCIA(WS-ALT-IDX) <= PEN-FECHA-VIGENCIA
                 SET SW-ALTA-PENDIENTE-SI TO TRUE
              END-IF
           END-PERFORM.

       4150-BUSCAR-ALTA-PENDIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Informar un codigo inexistente de la novedad pendiente; el
      * nombre del dato viene en WS-CTL-PALABRA1
      *----------------------------------------------------------------*
       4200-INFORMAR-CODIGO.

           MOVE SPACES TO WS-INC-DETALLE.
           STRING 'NOVEDAD '           DELIMITED BY SIZE
                  PEN-TIPO             DELIMITED BY SIZE
                  ' DEL '              DELIMITED BY SIZE
                  PEN-FECHA-VIGENCIA   DELIMITED BY SIZE
                  ' LEGAJO '           DELIMITED BY SIZE
                  PEN-LEGAJO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CTL-PALABRA1      DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  WS-COD-BUSCADO       DELIMITED BY SIZE
                  ' INEXISTENTE'       DELIMITED BY SIZE
             INTO WS-INC-DETALLE.

           PERFORM 7000-REGISTRAR-INCONSISTENCIA
              THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT.

       4200-INFORMAR-CODIGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Operadores: se marcan los que aparecen en los registros de
      * actividad vivos (log de busquedas, auditoria de estado,
      * constancias emitidas y catalogo de respaldos); los demas se
      * informan como leves
      *----------------------------------------------------------------*
       5000-CONTROLAR-OPERADORES.

           OPEN INPUT ENT-LOG.
           IF FS-LOG-OK
              READ ENT-LOG
              PERFORM UNTIL NOT FS-LOG-OK
                 IF REG-LOG(96:11) = ' OPERADOR: '
                    MOVE REG-LOG(107:8) TO WS-OPE-BUSCADO
                    PERFORM 5100-MARCAR-OPERADOR
                       THRU 5100-MARCAR-OPERADOR-EXIT
                 END-IF
                 READ ENT-LOG
              END-PERFORM
              CLOSE ENT-LOG
           END-IF.

           OPEN INPUT ENT-AUDITORIA.
           IF FS-AUDITORIA-OK
              READ ENT-AUDITORIA
              PERFORM UNTIL NOT FS-AUDITORIA-OK
                 IF REG-AUDITORIA(72:11) = ' OPERADOR: '
                    MOVE REG-AUDITORIA(83:8) TO WS-OPE-BUSCADO
                    PERFORM 5100-MARCAR-OPERADOR
                       THRU 5100-MARCAR-OPERADOR-EXIT
                 END-IF
                 READ ENT-AUDITORIA
              END-PERFORM
              CLOSE ENT-AUDITORIA
           END-IF.

           OPEN INPUT ENT-CONSTANCIAS.
           IF FS-CONSTANCIAS-OK
              READ ENT-CONSTANCIAS
              PERFORM UNTIL NOT FS-CONSTANCIAS-OK
                 MOVE RCO-OPERADOR TO WS-OPE-BUSCADO
                 PERFORM 5100-MARCAR-OPERADOR
                    THRU 5100-MARCAR-OPERADOR-EXIT
                 READ ENT-CONSTANCIAS
              END-PERFORM
              CLOSE ENT-CONSTANCIAS
           END-IF.

           OPEN INPUT ENT-CATALOGO.
           IF FS-CATALOGO-OK
              READ ENT-CATALOGO
              PERFORM UNTIL NOT FS-CATALOGO-OK
                 MOVE RCA-OPERADOR TO WS-OPE-BUSCADO
                 PERFORM 5100-MARCAR-OPERADOR
                    THRU 5100-MARCAR-OPERADOR-EXIT
                 READ ENT-CATALOGO
              END-PERFORM
              CLOSE ENT-CATALOGO
           END-IF.

           SET SW-GRAVEDAD-LEVE TO TRUE.
           MOVE 'OPERADORES.TXT' TO WS-INC-ARCHIVO.

           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-CANT-OPE
              IF NOT OPE-CON-ACTIVIDAD(WS-OPE-IDX)
                 MOVE SPACES TO WS-INC-DETALLE
                 STRING 'OPERADOR '              DELIMITED BY SIZE
                        WS-OPE-ID(WS-OPE-IDX)     DELIMITED BY SIZE
                        ' '                       DELIMITED BY SIZE
                        WS-OPE-NOMBRE(WS-OPE-IDX) DELIMITED BY SIZE
                        ' SIN ACTIVIDAD REGISTRADA'
                                                  DELIMITED BY SIZE
                   INTO WS-INC-DETALLE
                 PERFORM 7000-REGISTRAR-INCONSISTENCIA
                    THRU 7000-REGISTRAR-INCONSISTENCIA-EXIT
              END-IF
           END-PERFORM.

           DISPLAY 'LINEAS DE ACTIVIDAD DE OPERADORES: '
                   WS-CONT-ACTIVIDAD.

       5000-CONTROLAR-OPERADORES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Marcar con actividad al operador WS-OPE-BUSCADO
      *----------------------------------------------------------------*
       5100-MARCAR-OPERADOR.

           ADD 1 TO WS-CONT-ACTIVIDAD.

           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-CANT-OPE
              IF WS-OPE-ID(WS-OPE-IDX) = WS-OPE-BUSCADO
                 MOVE 'S' TO WS-OPE-ACTIVIDAD(WS-OPE-IDX)
              END-IF
           END-PERFORM.

       5100-MARCAR-OPERADOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Grabar el reporte: primero las inconsistencias graves, despues
      * las leves, y los totales
      *----------------------------------------------------------------*
       6000-GRABAR-REPORTE.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR REPORTE-INTEGRIDAD.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO REG-REPORTE.
           STRING 'CONTROL DE INTEGRIDAD DEL PADRON - FECHA: '
                                        DELIMITED BY SIZE
                  WS-FECHA-PROCESO      DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE '--------------------------------------------------' &
                '------------------------------------------------'
             TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'INCONSISTENCIAS GRAVES (CORTAN LA CADENA): '
                                        DELIMITED BY SIZE
                  WS-CONT-GRAVES        DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                   UNTIL WS-INC-IDX > WS-CANT-INC-GRA
              MOVE SPACES TO REG-REPORTE
              MOVE WS-INC-GRA(WS-INC-IDX) TO REG-REPORTE(3:98)
              WRITE REG-REPORTE
           END-PERFORM.

           IF WS-CONT-GRAVES > WS-CANT-INC-GRA
              MOVE '  (HAY MAS INCONSISTENCIAS GRAVES QUE NO SE '
                &  'LISTAN)'
                TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

           MOVE '--------------------------------------------------' &
                '------------------------------------------------'
             TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'INCONSISTENCIAS LEVES (AVISO): '
                                        DELIMITED BY SIZE
                  WS-CONT-LEVES         DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                   UNTIL WS-INC-IDX > WS-CANT-INC-LEV
              MOVE SPACES TO REG-REPORTE
              MOVE WS-INC-LEV(WS-INC-IDX) TO REG-REPORTE(3:98)
              WRITE REG-REPORTE
           END-PERFORM.

           IF WS-CONT-LEVES > WS-CANT-INC-LEV
              MOVE '  (HAY MAS INCONSISTENCIAS LEVES QUE NO SE '
                &  'LISTAN)'
                TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

           MOVE '--------------------------------------------------' &
                '------------------------------------------------'
             TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'EMPLEADOS: '         DELIMITED BY SIZE
                  WS-CONT-EMPLEADOS     DELIMITED BY SIZE
                  '  LICENCIAS: '       DELIMITED BY SIZE
                  WS-CONT-LICENCIAS     DELIMITED BY SIZE
                  '  PENDIENTES: '      DELIMITED BY SIZE
                  WS-CONT-PENDIENTES    DELIMITED BY SIZE
                  '  OPERADORES: '      DELIMITED BY SIZE
                  WS-CANT-OPE           DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           CLOSE SAL-REPORTE.

       6000-GRABAR-REPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Registrar una inconsistencia (WS-INC-ARCHIVO y WS-INC-DETALLE)
      * segun la gravedad indicada en SW-GRAVEDAD
      *----------------------------------------------------------------*
       7000-REGISTRAR-INCONSISTENCIA.

           MOVE WS-INC-ARCHIVO TO WS-INC-LIN-ARCHIVO.
           MOVE WS-INC-DETALLE TO WS-INC-LIN-DETALLE.

           IF SW-GRAVEDAD-GRAVE
              ADD 1 TO WS-CONT-GRAVES
              IF WS-CANT-INC-GRA < 2000
                 ADD 1 TO WS-CANT-INC-GRA
                 MOVE WS-INC-LINEA TO WS-INC-GRA(WS-CANT-INC-GRA)
              END-IF
           ELSE
              ADD 1 TO WS-CONT-LEVES
              IF WS-CANT-INC-LEV < 2000
                 ADD 1 TO WS-CANT-INC-LEV
                 MOVE WS-INC-LINEA TO WS-INC-LEV(WS-CANT-INC-LEV)
              END-IF
           END-IF.

       7000-REGISTRAR-INCONSISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busquedas de WS-COD-BUSCADO en las tablas de codigos
      *----------------------------------------------------------------*
       7110-BUSCAR-ESTADO.

           SET SW-ENCONTRADO-NO TO TRUE.
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-CANT-EST
                      OR SW-ENCONTRADO-SI
              IF WS-TAB-EST(WS-TAB-IDX) = WS-COD-BUSCADO
                 SET SW-ENCONTRADO-SI TO TRUE
              END-IF
           END-PERFORM.

       7110-BUSCAR-ESTADO-EXIT.
           EXIT.

       7120-BUSCAR-SECTOR.

           SET SW-ENCONTRADO-NO TO TRUE.
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-CANT-SEC
                      OR SW-ENCONTRADO-SI
              IF WS-TAB-SEC(WS-TAB-IDX) = WS-COD-BUSCADO
                 SET SW-ENCONTRADO-SI TO TRUE
              END-IF
           END-PERFORM.

       7120-BUSCAR-SECTOR-EXIT.
           EXIT.

       7130-BUSCAR-CATEGORIA.

           SET SW-ENCONTRADO-NO TO TRUE.
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-CANT-CAT
                      OR SW-ENCONTRADO-SI
              IF WS-TAB-CAT(WS-TAB-IDX) = WS-COD-BUSCADO
                 SET SW-ENCONTRADO-SI TO TRUE
              END-IF
           END-PERFORM.

       7130-BUSCAR-CATEGORIA-EXIT.
           EXIT.

       7140-BUSCAR-TIPO-LIC.

           SET SW-ENCONTRADO-NO TO TRUE.
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-CANT-TIP
                      OR SW-ENCONTRADO-SI
              IF WS-TAB-TIP(WS-TAB-IDX) = WS-COD-BUSCADO
                 SET SW-ENCONTRADO-SI TO TRUE
              END-IF
           END-PERFORM.

       7140-BUSCAR-TIPO-LIC-EXIT.
           EXIT.

       7150-BUSCAR-MOTIVO.

           SET SW-ENCONTRADO-NO TO TRUE.
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-CANT-MOT
                      OR SW-ENCONTRADO-SI
              IF WS-TAB-MOT(WS-TAB-IDX) = WS-COD-BUSCADO
                 SET SW-ENCONTRADO-SI TO TRUE
              END-IF
           END-PERFORM.

       7150-BUSCAR-MOTIVO-EXIT.
           EXIT.

       7160-BUSCAR-SUCURSAL.

           SET SW-ENCONTRADO-NO TO TRUE.
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-CANT-SUCURSAL
                      OR SW-ENCONTRADO-SI
              IF WS-SUC-COD(WS-SUC-IDX) = WS-COD-BUSCADO
                 SET SW-ENCONTRADO-SI TO TRUE
              END-IF
           END-PERFORM.

       7160-BUSCAR-SUCURSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Buscar WS-LEGAJO-BUSCADO en el padron; si no esta, dejar en
      * WS-SITUACION-LEGAJO si fue dado de baja (con la fecha de su
      * ultimo periodo en egresados) o no existe
      *----------------------------------------------------------------*
       7200-BUSCAR-LEGAJO.

           SET SW-ENCONTRADO-NO TO TRUE.
           MOVE SPACES TO WS-SITUACION-LEGAJO.

           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-CANT-LEG
                      OR SW-ENCONTRADO-SI
              IF WS-LEG-LEGAJO(WS-LEG-IDX) = WS-LEGAJO-BUSCADO
                 SET SW-ENCONTRADO-SI TO TRUE
              END-IF
           END-PERFORM.

           IF SW-ENCONTRADO-SI
              GO TO 7200-BUSCAR-LEGAJO-EXIT
           END-IF.

           MOVE 'INEXISTENTE EN EL PADRON' TO WS-SITUACION-LEGAJO.

           IF SW-EGRESADOS-SI
              PERFORM 7210-LEER-ULTIMO-EGRESO
                 THRU 7210-LEER-ULTIMO-EGRESO-EXIT
              IF FS-EGRESADOS-OK
                 MOVE SPACES TO WS-SITUACION-LEGAJO
                 STRING 'DADO DE BAJA EL '  DELIMITED BY SIZE
                        EGR-FECHA-EGRESO    DELIMITED BY SIZE
                   INTO WS-SITUACION-LEGAJO
              END-IF
           END-IF.

       7200-BUSCAR-LEGAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Leer el periodo mas reciente de WS-LEGAJO-BUSCADO en
      * egresados: recorrer sus claves y volver a leer la de fecha de
      * egreso mas alta
      *----------------------------------------------------------------*
       7210-LEER-ULTIMO-EGRESO.

           SET SW-EGRESO-HALLADO-NO TO TRUE.
           MOVE ZEROS TO WS-ULTIMO-EGRESO.
           MOVE WS-LEGAJO-BUSCADO TO EGR-LEGAJO.
           MOVE ZEROS TO EGR-FECHA-EGRESO.

           START EGRESADOS-EMP KEY IS NOT LESS THAN EGR-CLAVE.

           IF FS-EGRESADOS-OK
              READ EGRESADOS-EMP NEXT RECORD
           END-IF.

           PERFORM UNTIL NOT FS-EGRESADOS-OK
                      OR EGR-LEGAJO NOT = WS-LEGAJO-BUSCADO
              SET SW-EGRESO-HALLADO-SI TO TRUE
              MOVE EGR-FECHA-EGRESO TO WS-ULTIMO-EGRESO
              READ EGRESADOS-EMP NEXT RECORD
           END-PERFORM.

           IF SW-EGRESO-HALLADO-NO
              MOVE '23' TO FS-EGRESADOS
              GO TO 7210-LEER-ULTIMO-EGRESO-EXIT
           END-IF.

           MOVE WS-LEGAJO-BUSCADO TO EGR-LEGAJO.
           MOVE WS-ULTIMO-EGRESO  TO EGR-FECHA-EGRESO.
           READ EGRESADOS-EMP.

       7210-LEER-ULTIMO-EGRESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cierre: totales por consola
      *----------------------------------------------------------------*
       8000-FINALIZAR.

           IF SW-EGRESADOS-SI
              CLOSE EGRESADOS-EMP
           END-IF.

           DISPLAY 'INCONSISTENCIAS GRAVES: ' WS-CONT-GRAVES.
           DISPLAY 'INCONSISTENCIAS LEVES: '  WS-CONT-LEVES.
           DISPLAY 'VER REPORTE EN: REPORTE-INTEGRIDAD.TXT'.

       8000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CL19EJ18a.
