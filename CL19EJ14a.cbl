      ******************************************************************
      * Author:
      * Date:
      * Purpose: Respaldo generacional de los archivos del padron.
      *          Lo llaman, con la traba del padron ya tomada y antes
      *          de tocar nada, los procesos que regraban los
      *          EMPLEADOS-xx.TXT o el maestro indexado: guarda en el
      *          directorio RESPALDOS una generacion fechada con la
      *          copia de cada archivo de sucursal de SUCURSALES.TXT
      *          y la descarga secuencial del maestro (y, si se
      *          pide, la de egresados y el tamano del historial de
      *          legajos), la asienta en el catalogo
      *          RESPALDOS-CATALOGO.TXT (generacion,
      *          programa, operador, fecha/hora, archivo original y
      *          copia) y conserva solo las ultimas N generaciones
      *          (GENERACIONES-RESPALDO de CONTROL-EJECUCION.TXT, 5
      *          si no esta informado). Las generaciones se listan y
      *          se restauran con CL19EJ15a.
      * Tectonics: cobc -m (modulo cargable). Los llamadores lo
      *          invocan con CALL dinamico: CL19EJ14a.so tiene que
      *          estar en el directorio desde el que corren o en uno
      *          de COB_LIBRARY_PATH.
      ******************************************************************
      * Modificaciones:
      * - Version inicial: subprograma llamado con CALL 'CL19EJ14a'
      *   USING el bloque de parametros (programa, operador, que
      *   respaldar) y que devuelve la generacion grabada y el
      *   resultado: '00' respaldo completo, '08' no se pudo
      *   respaldar (el llamador no debe seguir). Una sucursal sin
      *   archivo y un maestro que todavia no existe no son error:
      *   no hay nada que respaldar.
      * - La depuracion reemplaza primero el catalogo y borra las
      *   copias de las generaciones depuradas solo si el reemplazo
      *   salio bien; si no, el catalogo y sus copias quedan como
      *   estaban.
      * - Con RSP-EGRESADOS en S la generacion incluye la descarga
      *   secuencial de EGRESADOS-EMPLEADOS.DAT (vacia si todavia no
      *   existe) y una linea H con la cantidad de lineas de
      *   HISTORIAL-LEGAJOS.TXT, para que la restauracion vuelva
      *   egresados e historial al momento del respaldo. El resumen
      *   informa los registros descargados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ14a.

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

       SELECT ARCH-CONTROL-EJEC
           ASSIGN TO '../CONTROL-EJECUCION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-EJEC.

       SELECT ENT-ORIGEN
           ASSIGN DYNAMIC WS-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEN.

       SELECT MAESTRO-EMP
           ASSIGN TO '../MAESTRO-EMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MAE-LEGAJO
           ALTERNATE RECORD KEY IS MAE-APELLIDO WITH DUPLICATES
           ALTERNATE RECORD KEY IS MAE-ESTADO WITH DUPLICATES
           FILE STATUS IS FS-MAESTRO.

       SELECT EGRESADOS-EMP
           ASSIGN TO '../EGRESADOS-EMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EGR-CLAVE
           FILE STATUS IS FS-EGRESADOS.

       SELECT ENT-HISTORIAL
           ASSIGN TO '../HISTORIAL-LEGAJOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT SAL-DESCARGA
           ASSIGN DYNAMIC WS-NOMBRE-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESCARGA.

       SELECT ARCH-CATALOGO
           ASSIGN TO '../RESPALDOS-CATALOGO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

       SELECT SAL-CATALOGO-TMP
           ASSIGN TO '../RESPALDOS-CATALOGO.TXT.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO-TMP.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ARCH-SUCURSALES.
       01 REG-SUCURSAL                     PIC X(02).

       FD ARCH-CONTROL-EJEC.
       01 REG-CONTROL-EJEC                 PIC X(80).

       FD ENT-ORIGEN.
       01 REG-ORIGEN                       PIC X(80).

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

       FD ENT-HISTORIAL.
       01 REG-HISTORIAL                    PIC X(250).

       FD SAL-DESCARGA.
       01 REG-DESCARGA                     PIC X(100).

      *    Linea del catalogo: un archivo respaldado por linea; las
      *    lineas de una misma generacion quedan juntas. Tipo S es la
      *    copia de un archivo de sucursal, tipo M la descarga
      *    secuencial del maestro indexado, tipo E la de egresados y
      *    tipo H el historial de legajos, que no se copia: en lugar
      *    de la copia lleva la cantidad de lineas que tenia.
       FD ARCH-CATALOGO.
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
          05 RCA-HISTORIAL REDEFINES RCA-COPIA.
             10 RCA-HIST-LINEAS            PIC 9(09).
             10 FILLER                     PIC X(51).

       FD SAL-CATALOGO-TMP.
       01 REG-CATALOGO-TMP                 PIC X(159).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          02 FS-SUCURSALES                 PIC X(02) VALUE '00'.
             88 FS-SUCURSALES-OK                     VALUE '00'.
             88 FS-SUCURSALES-EOF                    VALUE '10'.
          02 FS-CONTROL-EJEC               PIC X(02) VALUE '00'.
             88 FS-CONTROL-EJEC-OK                   VALUE '00'.
          02 FS-ORIGEN                     PIC X(02) VALUE '00'.
             88 FS-ORIGEN-OK                         VALUE '00'.
             88 FS-ORIGEN-NFD                        VALUE '35'.
          02 FS-MAESTRO                    PIC X(02) VALUE '00'.
             88 FS-MAESTRO-OK                        VALUE '00'.
             88 FS-MAESTRO-EOF                       VALUE '10'.
             88 FS-MAESTRO-NFD                       VALUE '35'.
          02 FS-EGRESADOS                  PIC X(02) VALUE '00'.
             88 FS-EGRESADOS-OK                      VALUE '00'.
             88 FS-EGRESADOS-EOF                     VALUE '10'.
             88 FS-EGRESADOS-NFD                     VALUE '35'.
          02 FS-HISTORIAL                  PIC X(02) VALUE '00'.
             88 FS-HISTORIAL-OK                      VALUE '00'.
             88 FS-HISTORIAL-EOF                     VALUE '10'.
             88 FS-HISTORIAL-NFD                     VALUE '35'.
          02 FS-DESCARGA                   PIC X(02) VALUE '00'.
             88 FS-DESCARGA-OK                       VALUE '00'.
          02 FS-CATALOGO                   PIC X(02) VALUE '00'.
             88 FS-CATALOGO-OK                       VALUE '00'.
             88 FS-CATALOGO-EOF                      VALUE '10'.
             88 FS-CATALOGO-NFD                      VALUE '35'.
          02 FS-CATALOGO-TMP               PIC X(02) VALUE '00'.
             88 FS-CATALOGO-TMP-OK                   VALUE '00'.

       01 WS-CONTADORES.
           02 WS-CONT-GENERACIONES       PIC 9(05) VALUE ZEROS.
           02 WS-CONT-A-DEPURAR          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-GEN-ACTUAL         PIC 9(05) VALUE ZEROS.
           02 WS-CONT-DESCARGADOS        PIC 9(05) VALUE ZEROS.
           02 WS-CONT-EGR-DESCARGADOS    PIC 9(05) VALUE ZEROS.
           02 WS-CONT-HIST-LINEAS        PIC 9(09) VALUE ZEROS.

       01 WS-VARIABLES.
           02 WS-BUSCAR.
              05 SW-RESPALDO-OK          PIC X(01) VALUE 'S'.
                 88 SW-RESPALDO-OK-SI             VALUE 'S'.
                 88 SW-RESPALDO-OK-NO             VALUE 'N'.
              05 SW-DEPURACION-OK        PIC X(01) VALUE 'S'.
                 88 SW-DEPURACION-OK-SI           VALUE 'S'.
                 88 SW-DEPURACION-OK-NO           VALUE 'N'.

           02 WS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
           02 WS-HORA-HOY                PIC 9(08) VALUE ZEROS.
           02 WS-CTL-PALABRA1            PIC X(30) VALUE SPACES.
           02 WS-CTL-PALABRA2            PIC X(20) VALUE SPACES.
           02 WS-GENERACIONES-MAX        PIC 9(03) VALUE 5.
           02 WS-GENERACION              PIC X(17) VALUE SPACES.
           02 WS-GEN-ANTERIOR            PIC X(17) VALUE SPACES.
           02 WS-NOMBRE-BASE             PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * Archivos respaldados en esta generacion: se asientan en el
      * catalogo recien cuando todos se copiaron bien, y si algo
      * falla se borran las copias ya hechas
      *----------------------------------------------------------------*
       01 WS-RESPALDADOS.
           02 WS-CANT-RESP               PIC 9(03) VALUE ZEROS.
           02 WS-RESP-IDX                PIC 9(03) VALUE ZEROS.
           02 WS-TAB-RESP.
              05 WS-RESP-ENT OCCURS 1 TO 60 TIMES
                 DEPENDING ON WS-CANT-RESP.
                 10 WS-RESP-TIPO         PIC X(01).
                 10 WS-RESP-ORIGEN       PIC X(40).
                 10 WS-RESP-COPIA        PIC X(60).

      *----------------------------------------------------------------*
      * Copias de las generaciones que salen del catalogo: se borran
      * recien con el catalogo ya reemplazado
      *----------------------------------------------------------------*
       01 WS-DEPURADAS.
           02 WS-CANT-DEP                PIC 9(03) VALUE ZEROS.
           02 WS-DEP-IDX                 PIC 9(04) VALUE ZEROS.
           02 WS-TAB-DEP.
              05 WS-DEP-COPIA OCCURS 1 TO 999 TIMES
                 DEPENDING ON WS-CANT-DEP
                                         PIC X(60).

       01 WS-SUCURSALES.
              02 WS-CANT-SUCURSAL        PIC 9(02) VALUE ZEROS.
              02 WS-SUC-IDX              PIC 9(02) VALUE ZEROS.
              02 WS-TAB-SUC.
                 05 WS-SUC-COD OCCURS 1 TO 50 TIMES
                    DEPENDING ON WS-CANT-SUCURSAL
                    PIC X(02).

       01 WS-NOMBRE-ORIGEN            PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-COPIA             PIC X(60) VALUE SPACES.
       01 WS-DIR-RESPALDOS            PIC X(40)
                                VALUE '../RESPALDOS'.
       01 WS-ARCH-CATALOGO            PIC X(40)
                                VALUE '../RESPALDOS-CATALOGO.TXT'.
       01 WS-ARCH-CATALOGO-TMP        PIC X(40)
                                VALUE '../RESPALDOS-CATALOGO.TXT.TMP'.

       LINKAGE SECTION.

      *    Bloque de parametros del llamador: RSP-SUCURSALES,
      *    RSP-MAESTRO y RSP-EGRESADOS (egresados y tamano del
      *    historial) en S indican que se respalda; la generacion
      *    grabada y el resultado vuelven en el mismo bloque.
       01 RSP-PARAMETROS.
          05 RSP-PROGRAMA                  PIC X(10).
          05 RSP-OPERADOR                  PIC X(08).
          05 RSP-SUCURSALES                PIC X(01).
          05 RSP-MAESTRO                   PIC X(01).
          05 RSP-EGRESADOS                 PIC X(01).
          05 RSP-GENERACION                PIC X(17).
          05 RSP-CANT-ARCHIVOS             PIC 9(03).
          05 RSP-RESULTADO                 PIC X(02).


       PROCEDURE DIVISION USING RSP-PARAMETROS.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           IF RSP-SUCURSALES = 'S'
              PERFORM 2000-RESPALDAR-SUCURSALES
                 THRU 2000-RESPALDAR-SUCURSALES-EXIT
           END-IF.

           IF RSP-MAESTRO = 'S' AND SW-RESPALDO-OK-SI
              PERFORM 3000-DESCARGAR-MAESTRO
                 THRU 3000-DESCARGAR-MAESTRO-EXIT
           END-IF.

           IF RSP-EGRESADOS = 'S' AND SW-RESPALDO-OK-SI
              PERFORM 3500-DESCARGAR-EGRESADOS
                 THRU 3500-DESCARGAR-EGRESADOS-EXIT
           END-IF.

           IF RSP-EGRESADOS = 'S' AND SW-RESPALDO-OK-SI
              PERFORM 3600-MEDIR-HISTORIAL
                 THRU 3600-MEDIR-HISTORIAL-EXIT
           END-IF.

           IF SW-RESPALDO-OK-SI
              PERFORM 4000-ASENTAR-CATALOGO
                 THRU 4000-ASENTAR-CATALOGO-EXIT
           END-IF.

           IF SW-RESPALDO-OK-SI
              PERFORM 5000-DEPURAR-GENERACIONES
                 THRU 5000-DEPURAR-GENERACIONES-EXIT
              MOVE WS-GENERACION TO RSP-GENERACION
              MOVE WS-CANT-RESP  TO RSP-CANT-ARCHIVOS
              MOVE '00'          TO RSP-RESULTADO
              DISPLAY 'RESPALDO DEL PADRON: GENERACION ' WS-GENERACION
                      ' ARCHIVOS: ' WS-CANT-RESP
              IF RSP-MAESTRO = 'S'
                 DISPLAY '  REGISTROS DEL MAESTRO DESCARGADOS: '
                         WS-CONT-DESCARGADOS
              END-IF
              IF RSP-EGRESADOS = 'S'
                 DISPLAY '  REGISTROS DE EGRESADOS DESCARGADOS: '
                         WS-CONT-EGR-DESCARGADOS
                 DISPLAY '  LINEAS DEL HISTORIAL DE LEGAJOS: '
                         WS-CONT-HIST-LINEAS
              END-IF
           ELSE
              PERFORM 9000-DESCARTAR-COPIAS
                 THRU 9000-DESCARTAR-COPIAS-EXIT
              MOVE SPACES        TO RSP-GENERACION
              MOVE ZEROS         TO RSP-CANT-ARCHIVOS
              MOVE '08'          TO RSP-RESULTADO
              DISPLAY 'NO SE PUDO RESPALDAR EL PADRON'
           END-IF.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *----------------------------------------------------------------*
      * Inicializacion de cada llamada: cantidad de generaciones a
      * conservar, identificacion de la generacion (fecha-hora de la
      * llamada) y directorio de respaldos
      *----------------------------------------------------------------*
       1000-INICIAR.

           SET SW-RESPALDO-OK-SI TO TRUE.
           MOVE ZEROS TO WS-CANT-RESP.
           MOVE ZEROS TO WS-CONT-DESCARGADOS.
           MOVE ZEROS TO WS-CONT-EGR-DESCARGADOS.
           MOVE ZEROS TO WS-CONT-HIST-LINEAS.
           MOVE ZEROS TO WS-CANT-SUCURSAL.
           MOVE 5 TO WS-GENERACIONES-MAX.

           PERFORM 1090-LEER-CONTROL
              THRU 1090-LEER-CONTROL-EXIT.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY  FROM TIME.

           MOVE SPACES TO WS-GENERACION.
           STRING WS-FECHA-HOY     DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-HORA-HOY      DELIMITED BY SIZE
             INTO WS-GENERACION.

      *    El directorio puede existir de una generacion anterior: el
      *    codigo de retorno de la creacion no se controla y una
      *    copia que no se pueda grabar alli se detecta despues.
           CALL 'CBL_CREATE_DIR' USING WS-DIR-RESPALDOS.
           MOVE 0 TO RETURN-CODE.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tomar de CONTROL-EJECUCION.TXT la cantidad de generaciones a
      * conservar (linea GENERACIONES-RESPALDO nn); sin control o sin
      * la linea quedan 5
      *----------------------------------------------------------------*
       1090-LEER-CONTROL.

           OPEN INPUT ARCH-CONTROL-EJEC.

           IF NOT FS-CONTROL-EJEC-OK
              GO TO 1090-LEER-CONTROL-EXIT
           END-IF.

           READ ARCH-CONTROL-EJEC.

           PERFORM UNTIL NOT FS-CONTROL-EJEC-OK
              MOVE SPACES TO WS-CTL-PALABRA1
              MOVE SPACES TO WS-CTL-PALABRA2
              UNSTRING REG-CONTROL-EJEC DELIMITED BY ALL SPACE
                  INTO WS-CTL-PALABRA1
                       WS-CTL-PALABRA2
              IF WS-CTL-PALABRA1 = 'GENERACIONES-RESPALDO'
                 IF WS-CTL-PALABRA2(1:2) IS NUMERIC
                    AND WS-CTL-PALABRA2(3:1) = SPACE
                    AND WS-CTL-PALABRA2(1:2) NOT = '00'
                    MOVE WS-CTL-PALABRA2(1:2) TO WS-GENERACIONES-MAX
                 END-IF
                 IF WS-CTL-PALABRA2(1:1) IS NUMERIC
                    AND WS-CTL-PALABRA2(2:1) = SPACE
                    AND WS-CTL-PALABRA2(1:1) NOT = '0'
                    MOVE WS-CTL-PALABRA2(1:1) TO WS-GENERACIONES-MAX
                 END-IF
              END-IF
              READ ARCH-CONTROL-EJEC
           END-PERFORM.

           CLOSE ARCH-CONTROL-EJEC.

       1090-LEER-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Copiar el archivo de cada sucursal de SUCURSALES.TXT; una
      * sucursal sin archivo no tiene nada que respaldar
      *----------------------------------------------------------------*
       2000-RESPALDAR-SUCURSALES.

           OPEN INPUT ARCH-SUCURSALES.

           IF NOT FS-SUCURSALES-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'SUCURSALES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SUCURSALES
              SET SW-RESPALDO-OK-NO TO TRUE
              GO TO 2000-RESPALDAR-SUCURSALES-EXIT
           END-IF.

           READ ARCH-SUCURSALES.

           PERFORM UNTIL FS-SUCURSALES-EOF
              IF WS-CANT-SUCURSAL < 50
                 ADD 1 TO WS-CANT-SUCURSAL
                 MOVE REG-SUCURSAL TO WS-SUC-COD(WS-CANT-SUCURSAL)
              END-IF
              READ ARCH-SUCURSALES
           END-PERFORM.

           CLOSE ARCH-SUCURSALES.

           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-CANT-SUCURSAL
                      OR SW-RESPALDO-OK-NO

              MOVE SPACES TO WS-NOMBRE-BASE
              STRING 'EMPLEADOS-'           DELIMITED BY SIZE
                     WS-SUC-COD(WS-SUC-IDX) DELIMITED BY SIZE
                     '.TXT'                 DELIMITED BY SIZE
                INTO WS-NOMBRE-BASE

              PERFORM 2100-COPIAR-ARCHIVO
                 THRU 2100-COPIAR-ARCHIVO-EXIT

           END-PERFORM.

       2000-RESPALDAR-SUCURSALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Copiar el archivo WS-NOMBRE-BASE a la generacion: se abre
      * antes para distinguir el archivo que no existe de la copia
      * que falla
      *----------------------------------------------------------------*
       2100-COPIAR-ARCHIVO.

           MOVE SPACES TO WS-NOMBRE-ORIGEN.
           STRING '../'              DELIMITED BY SIZE
                  WS-NOMBRE-BASE     DELIMITED BY SPACE
             INTO WS-NOMBRE-ORIGEN.

           OPEN INPUT ENT-ORIGEN.

           IF FS-ORIGEN-NFD
              GO TO 2100-COPIAR-ARCHIVO-EXIT
           END-IF.

           IF NOT FS-ORIGEN-OK
              DISPLAY 'NO SE PUDO ABRIR ' WS-NOMBRE-ORIGEN
              DISPLAY 'FILE STATUS: ' FS-ORIGEN
              SET SW-RESPALDO-OK-NO TO TRUE
              GO TO 2100-COPIAR-ARCHIVO-EXIT
           END-IF.

           CLOSE ENT-ORIGEN.

           PERFORM 2200-ARMAR-COPIA
              THRU 2200-ARMAR-COPIA-EXIT.

           CALL 'CBL_COPY_FILE' USING WS-NOMBRE-ORIGEN
                                      WS-NOMBRE-COPIA.

           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              DISPLAY 'NO SE PUDO COPIAR ' WS-NOMBRE-ORIGEN
                      ' A ' WS-NOMBRE-COPIA
              SET SW-RESPALDO-OK-NO TO TRUE
              GO TO 2100-COPIAR-ARCHIVO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-RESP.
           MOVE 'S'              TO WS-RESP-TIPO(WS-CANT-RESP).
           MOVE WS-NOMBRE-ORIGEN TO WS-RESP-ORIGEN(WS-CANT-RESP).
           MOVE WS-NOMBRE-COPIA  TO WS-RESP-COPIA(WS-CANT-RESP).

       2100-COPIAR-ARCHIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Nombre de la copia: directorio de respaldos, generacion y
      * nombre del archivo original
      *----------------------------------------------------------------*
       2200-ARMAR-COPIA.

           MOVE SPACES TO WS-NOMBRE-COPIA.
           STRING WS-DIR-RESPALDOS   DELIMITED BY SPACE
                  '/'                DELIMITED BY SIZE
                  WS-GENERACION      DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-NOMBRE-BASE     DELIMITED BY SPACE
             INTO WS-NOMBRE-COPIA.

       2200-ARMAR-COPIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Descargar el maestro indexado a un archivo secuencial de la
      * generacion, registro por registro en orden de legajo; la
      * restauracion lo vuelve a cargar como la conversion. Si el
      * maestro todavia no existe no hay nada que respaldar.
      *----------------------------------------------------------------*
       3000-DESCARGAR-MAESTRO.

           OPEN INPUT MAESTRO-EMP.

           IF FS-MAESTRO-NFD
              GO TO 3000-DESCARGAR-MAESTRO-EXIT
           END-IF.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'NO SE PUDO ABRIR MAESTRO-EMPLEADOS.DAT PARA '
                      'RESPALDAR'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              SET SW-RESPALDO-OK-NO TO TRUE
              GO TO 3000-DESCARGAR-MAESTRO-EXIT
           END-IF.

           MOVE 'MAESTRO-EMPLEADOS.SEC' TO WS-NOMBRE-BASE.

           PERFORM 2200-ARMAR-COPIA
              THRU 2200-ARMAR-COPIA-EXIT.

           OPEN OUTPUT SAL-DESCARGA.

           IF NOT FS-DESCARGA-OK
              DISPLAY 'NO SE PUDO CREAR ' WS-NOMBRE-COPIA
              DISPLAY 'FILE STATUS: ' FS-DESCARGA
              CLOSE MAESTRO-EMP
              SET SW-RESPALDO-OK-NO TO TRUE
              GO TO 3000-DESCARGAR-MAESTRO-EXIT
           END-IF.

           MOVE ZEROS TO WS-CONT-DESCARGADOS.

           READ MAESTRO-EMP NEXT RECORD.

           PERFORM UNTIL NOT FS-MAESTRO-OK
                      OR SW-RESPALDO-OK-NO
              MOVE REG-MAESTRO TO REG-DESCARGA
              WRITE REG-DESCARGA
              IF FS-DESCARGA-OK
                 ADD 1 TO WS-CONT-DESCARGADOS
              ELSE
                 SET SW-RESPALDO-OK-NO TO TRUE
              END-IF
              READ MAESTRO-EMP NEXT RECORD
           END-PERFORM.

           IF NOT FS-MAESTRO-EOF AND NOT FS-MAESTRO-OK
              SET SW-RESPALDO-OK-NO TO TRUE
           END-IF.

           CLOSE MAESTRO-EMP.
           CLOSE SAL-DESCARGA.

           IF SW-RESPALDO-OK-NO
              DISPLAY 'ERROR AL DESCARGAR EL MAESTRO, FILE STATUS: '
                      FS-MAESTRO ' / ' FS-DESCARGA
              CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-COPIA
              MOVE 0 TO RETURN-CODE
              GO TO 3000-DESCARGAR-MAESTRO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-RESP.
           MOVE 'M'                 TO WS-RESP-TIPO(WS-CANT-RESP).
           MOVE '../MAESTRO-EMPLEADOS.DAT'
                                    TO WS-RESP-ORIGEN(WS-CANT-RESP).
           MOVE WS-NOMBRE-COPIA     TO WS-RESP-COPIA(WS-CANT-RESP).

       3000-DESCARGAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Descargar egresados a un archivo secuencial de la generacion,
      * en orden de legajo y fecha de egreso, igual que el maestro.
      * Si todavia no existe la descarga queda vacia: al restaurar,
      * egresados vuelve a quedar sin registros.
      *----------------------------------------------------------------*
       3500-DESCARGAR-EGRESADOS.

           OPEN INPUT EGRESADOS-EMP.

           IF NOT FS-EGRESADOS-OK AND NOT FS-EGRESADOS-NFD
              DISPLAY 'NO SE PUDO ABRIR EGRESADOS-EMPLEADOS.DAT PARA '
                      'RESPALDAR'
              DISPLAY 'FILE STATUS: ' FS-EGRESADOS
              SET SW-RESPALDO-OK-NO TO TRUE
              GO TO 3500-DESCARGAR-EGRESADOS-EXIT
           END-IF.

           MOVE 'EGRESADOS-EMPLEADOS.SEC' TO WS-NOMBRE-BASE.

           PERFORM 2200-ARMAR-COPIA
              THRU 2200-ARMAR-COPIA-EXIT.

           OPEN OUTPUT SAL-DESCARGA.

           IF NOT FS-DESCARGA-OK
              DISPLAY 'NO SE PUDO CREAR ' WS-NOMBRE-COPIA
              DISPLAY 'FILE STATUS: ' FS-DESCARGA
              IF FS-EGRESADOS-OK
                 CLOSE EGRESADOS-EMP
              END-IF
              SET SW-RESPALDO-OK-NO TO TRUE
              GO TO 3500-DESCARGAR-EGRESADOS-EXIT
           END-IF.

           IF FS-EGRESADOS-OK
              PERFORM 3510-COPIAR-EGRESADOS
                 THRU 3510-COPIAR-EGRESADOS-EXIT
              CLOSE EGRESADOS-EMP
           END-IF.

           CLOSE SAL-DESCARGA.

           IF SW-RESPALDO-OK-NO
              DISPLAY 'ERROR AL DESCARGAR EGRESADOS, FILE STATUS: '
                      FS-EGRESADOS ' / ' FS-DESCARGA
              CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-COPIA
              MOVE 0 TO RETURN-CODE
              GO TO 3500-DESCARGAR-EGRESADOS-EXIT
           END-IF.

           ADD 1 TO WS-CANT-RESP.
           MOVE 'E'                 TO WS-RESP-TIPO(WS-CANT-RESP).
           MOVE '../EGRESADOS-EMPLEADOS.DAT'
                                    TO WS-RESP-ORIGEN(WS-CANT-RESP).
           MOVE WS-NOMBRE-COPIA     TO WS-RESP-COPIA(WS-CANT-RESP).

       3500-DESCARGAR-EGRESADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pasar los registros de egresados, ya abierto, a la descarga
      *----------------------------------------------------------------*
       3510-COPIAR-EGRESADOS.

           READ EGRESADOS-EMP NEXT RECORD.

           PERFORM UNTIL NOT FS-EGRESADOS-OK
                      OR SW-RESPALDO-OK-NO
              MOVE REG-EGRESADO TO REG-DESCARGA
              WRITE REG-DESCARGA
              IF FS-DESCARGA-OK
                 ADD 1 TO WS-CONT-EGR-DESCARGADOS
              ELSE
                 SET SW-RESPALDO-OK-NO TO TRUE
              END-IF
              READ EGRESADOS-EMP NEXT RECORD
           END-PERFORM.

           IF NOT FS-EGRESADOS-EOF AND NOT FS-EGRESADOS-OK
              SET SW-RESPALDO-OK-NO TO TRUE
           END-IF.

       3510-COPIAR-EGRESADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Contar las lineas de HISTORIAL-LEGAJOS.TXT: el historial solo
      * crece (se abre en EXTEND), asi que para volverlo al momento
      * del respaldo alcanza con truncarlo a esa cantidad de lineas.
      * Si todavia no existe se asientan cero lineas.
      *----------------------------------------------------------------*
       3600-MEDIR-HISTORIAL.

           MOVE ZEROS TO WS-CONT-HIST-LINEAS.

           OPEN INPUT ENT-HISTORIAL.

           IF NOT FS-HISTORIAL-OK AND NOT FS-HISTORIAL-NFD
              DISPLAY 'NO SE PUDO ABRIR HISTORIAL-LEGAJOS.TXT PARA '
                      'RESPALDAR'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL
              SET SW-RESPALDO-OK-NO TO TRUE
              GO TO 3600-MEDIR-HISTORIAL-EXIT
           END-IF.

           IF FS-HISTORIAL-OK
              READ ENT-HISTORIAL
              PERFORM UNTIL NOT FS-HISTORIAL-OK
                 ADD 1 TO WS-CONT-HIST-LINEAS
                 READ ENT-HISTORIAL
              END-PERFORM
              IF NOT FS-HISTORIAL-EOF
                 DISPLAY 'ERROR AL LEER HISTORIAL-LEGAJOS.TXT, '
                         'FILE STATUS: ' FS-HISTORIAL
                 SET SW-RESPALDO-OK-NO TO TRUE
              END-IF
              CLOSE ENT-HISTORIAL
              IF SW-RESPALDO-OK-NO
                 GO TO 3600-MEDIR-HISTORIAL-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-CANT-RESP.
           MOVE 'H'                 TO WS-RESP-TIPO(WS-CANT-RESP).
           MOVE '../HISTORIAL-LEGAJOS.TXT'
                                    TO WS-RESP-ORIGEN(WS-CANT-RESP).
           MOVE WS-CONT-HIST-LINEAS TO WS-RESP-COPIA(WS-CANT-RESP).

       3600-MEDIR-HISTORIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Asentar la generacion en el catalogo, una linea por archivo.
      * El catalogo se abre en EXTEND para conservar las generaciones
      * anteriores. Una generacion sin archivos (nada que respaldar)
      * no se asienta.
      *----------------------------------------------------------------*
       4000-ASENTAR-CATALOGO.

           IF WS-CANT-RESP = ZEROS
              GO TO 4000-ASENTAR-CATALOGO-EXIT
           END-IF.

           OPEN EXTEND ARCH-CATALOGO.

           IF NOT FS-CATALOGO-OK
              OPEN OUTPUT ARCH-CATALOGO
           END-IF.

           IF NOT FS-CATALOGO-OK
              DISPLAY 'NO SE PUDO GRABAR RESPALDOS-CATALOGO.TXT'
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
              SET SW-RESPALDO-OK-NO TO TRUE
              GO TO 4000-ASENTAR-CATALOGO-EXIT
           END-IF.

           PERFORM VARYING WS-RESP-IDX FROM 1 BY 1
                   UNTIL WS-RESP-IDX > WS-CANT-RESP
              MOVE SPACES                    TO REG-CATALOGO
              MOVE WS-GENERACION             TO RCA-GENERACION
              MOVE RSP-PROGRAMA              TO RCA-PROGRAMA
              MOVE RSP-OPERADOR              TO RCA-OPERADOR
              MOVE WS-FECHA-HOY              TO RCA-FECHA
              MOVE WS-HORA-HOY               TO RCA-HORA
              MOVE WS-RESP-TIPO(WS-RESP-IDX) TO RCA-TIPO
              MOVE WS-RESP-ORIGEN(WS-RESP-IDX)
                                             TO RCA-ORIGEN
              MOVE WS-RESP-COPIA(WS-RESP-IDX)
                                             TO RCA-COPIA
              WRITE REG-CATALOGO
              IF NOT FS-CATALOGO-OK
                 SET SW-RESPALDO-OK-NO TO TRUE
              END-IF
           END-PERFORM.

           CLOSE ARCH-CATALOGO.

           IF SW-RESPALDO-OK-NO
              DISPLAY 'ERROR AL GRABAR RESPALDOS-CATALOGO.TXT'
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
           END-IF.

       4000-ASENTAR-CATALOGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Conservar solo las ultimas N generaciones: se cuentan las
      * generaciones del catalogo y, si sobran, el catalogo se
      * regraba sin las mas antiguas por temporal y reemplazo; sus
      * copias se borran recien con el catalogo reemplazado. Una
      * falla de la depuracion se avisa pero no invalida el respaldo
      * recien hecho.
      *----------------------------------------------------------------*
       5000-DEPURAR-GENERACIONES.

           SET SW-DEPURACION-OK-SI TO TRUE.
           MOVE ZEROS  TO WS-CONT-GENERACIONES.
           MOVE SPACES TO WS-GEN-ANTERIOR.

           OPEN INPUT ARCH-CATALOGO.

           IF NOT FS-CATALOGO-OK
              GO TO 5000-DEPURAR-GENERACIONES-EXIT
           END-IF.

           READ ARCH-CATALOGO.

           PERFORM UNTIL NOT FS-CATALOGO-OK
              IF RCA-GENERACION NOT = WS-GEN-ANTERIOR
                 ADD 1 TO WS-CONT-GENERACIONES
                 MOVE RCA-GENERACION TO WS-GEN-ANTERIOR
              END-IF
              READ ARCH-CATALOGO
           END-PERFORM.

           CLOSE ARCH-CATALOGO.

           IF WS-CONT-GENERACIONES NOT > WS-GENERACIONES-MAX
              GO TO 5000-DEPURAR-GENERACIONES-EXIT
           END-IF.

           SUBTRACT WS-GENERACIONES-MAX FROM WS-CONT-GENERACIONES
                    GIVING WS-CONT-A-DEPURAR.

           OPEN INPUT ARCH-CATALOGO.
           OPEN OUTPUT SAL-CATALOGO-TMP.

           IF NOT FS-CATALOGO-OK OR NOT FS-CATALOGO-TMP-OK
              DISPLAY 'NO SE PUDO DEPURAR EL CATALOGO DE RESPALDOS'
              CLOSE ARCH-CATALOGO
              CLOSE SAL-CATALOGO-TMP
              GO TO 5000-DEPURAR-GENERACIONES-EXIT
           END-IF.

           MOVE ZEROS  TO WS-CONT-GEN-ACTUAL.
           MOVE ZEROS  TO WS-CANT-DEP.
           MOVE SPACES TO WS-GEN-ANTERIOR.

           READ ARCH-CATALOGO.

           PERFORM UNTIL NOT FS-CATALOGO-OK
                      OR SW-DEPURACION-OK-NO
              IF RCA-GENERACION NOT = WS-GEN-ANTERIOR
                 ADD 1 TO WS-CONT-GEN-ACTUAL
                 MOVE RCA-GENERACION TO WS-GEN-ANTERIOR
              END-IF
              IF WS-CONT-GEN-ACTUAL > WS-CONT-A-DEPURAR
                 WRITE REG-CATALOGO-TMP FROM REG-CATALOGO
                 IF NOT FS-CATALOGO-TMP-OK
                    SET SW-DEPURACION-OK-NO TO TRUE
                 END-IF
              ELSE
                 IF RCA-TIPO NOT = 'H'
                    IF WS-CANT-DEP < 999
                       ADD 1 TO WS-CANT-DEP
                       MOVE RCA-COPIA TO WS-DEP-COPIA(WS-CANT-DEP)
                    ELSE
                       DISPLAY 'LA COPIA ' RCA-COPIA
                       DISPLAY 'SALE DEL CATALOGO PERO NO SE BORRA'
                    END-IF
                 END-IF
              END-IF
              READ ARCH-CATALOGO
           END-PERFORM.

           CLOSE ARCH-CATALOGO.
           CLOSE SAL-CATALOGO-TMP.

           IF SW-DEPURACION-OK-SI
              CALL 'CBL_RENAME_FILE' USING WS-ARCH-CATALOGO-TMP
                                           WS-ARCH-CATALOGO
              IF RETURN-CODE = 0
                 PERFORM 5100-BORRAR-DEPURADAS
                    THRU 5100-BORRAR-DEPURADAS-EXIT
              ELSE
                 MOVE 0 TO RETURN-CODE
                 SET SW-DEPURACION-OK-NO TO TRUE
              END-IF
           END-IF.

           IF SW-DEPURACION-OK-NO
              CALL 'CBL_DELETE_FILE' USING WS-ARCH-CATALOGO-TMP
              MOVE 0 TO RETURN-CODE
              DISPLAY 'NO SE PUDO REGRABAR RESPALDOS-CATALOGO.TXT, '
                      'REVISAR LAS GENERACIONES DEPURADAS'
           ELSE
              DISPLAY 'GENERACIONES DE RESPALDO DEPURADAS: '
                      WS-CONT-A-DEPURAR
           END-IF.

       5000-DEPURAR-GENERACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Borrar las copias de las generaciones que salieron del
      * catalogo ya reemplazado
      *----------------------------------------------------------------*
       5100-BORRAR-DEPURADAS.

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-CANT-DEP
              MOVE WS-DEP-COPIA(WS-DEP-IDX) TO WS-NOMBRE-COPIA
              CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-COPIA
              MOVE 0 TO RETURN-CODE
           END-PERFORM.

       5100-BORRAR-DEPURADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Borrar las copias de una generacion que no se pudo completar
      *----------------------------------------------------------------*
       9000-DESCARTAR-COPIAS.

           PERFORM VARYING WS-RESP-IDX FROM 1 BY 1
                   UNTIL WS-RESP-IDX > WS-CANT-RESP
              IF WS-RESP-TIPO(WS-RESP-IDX) NOT = 'H'
                 MOVE WS-RESP-COPIA(WS-RESP-IDX) TO WS-NOMBRE-COPIA
                 CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-COPIA
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-PERFORM.

       9000-DESCARTAR-COPIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       END PROGRAM CL19EJ14a.
