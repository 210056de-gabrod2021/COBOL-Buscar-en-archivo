      ******************************************************************
      * Author:
      * Date:
      * Purpose: Utilitario de restauracion de los respaldos
      *          generacionales del padron que graba CL19EJ14a antes
      *          de cada proceso que regraba los EMPLEADOS-xx.TXT o
      *          el maestro. Lista las generaciones del catalogo
      *          RESPALDOS-CATALOGO.TXT (programa, operador, fecha y
      *          hora, archivos) y restaura la elegida: copia de
      *          vuelta cada archivo de sucursal, recarga el maestro
      *          y egresados desde su descarga secuencial y trunca
      *          el historial de legajos a las lineas que tenia al
      *          respaldar. Requiere
      *          firma de supervisor contra OPERADORES.TXT y trabaja
      *          bajo la traba de ejecucion TRABA-PADRON.TXT.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * - Version inicial: restauracion completa de una generacion
      *   con reporte REPORTE-RESTAURACION.TXT. Antes de tocar nada
      *   se verifica que esten todas las copias de la generacion;
      *   cada archivo de sucursal se reemplaza por temporal y
      *   reemplazo. RC 0 restaurada, 4 cancelada, 8 con errores.
      * - Las generaciones con egresados recargan
      *   EGRESADOS-EMPLEADOS.DAT desde su descarga (se recrea vacio
      *   y se graba registro por registro) y truncan
      *   HISTORIAL-LEGAJOS.TXT, por temporal y reemplazo, a la
      *   cantidad de lineas asentada en el catalogo. Un historial
      *   con menos lineas que al respaldar corta la restauracion
      *   antes de tocar nada.
      * - El reporte pasa a 132 columnas y el resultado de cada
      *   archivo va sin relleno, para que el nombre completo de la
      *   copia restaurada no se corte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ15a.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARCH-CATALOGO
           ASSIGN TO '../RESPALDOS-CATALOGO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

       SELECT ENT-COPIA
           ASSIGN DYNAMIC WS-NOMBRE-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COPIA.

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
           ACCESS MODE IS RANDOM
           RECORD KEY IS EGR-CLAVE
           FILE STATUS IS FS-EGRESADOS.

       SELECT ENT-HISTORIAL
           ASSIGN TO '../HISTORIAL-LEGAJOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT SAL-HISTORIAL-TMP
           ASSIGN TO '../HISTORIAL-LEGAJOS.TXT.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL-TMP.

       SELECT SAL-REPORTE
           ASSIGN TO '../REPORTE-RESTAURACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT ARCH-TRABA
           ASSIGN TO '../TRABA-PADRON.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABA.

       SELECT ARCH-OPERADORES
           ASSIGN TO '../OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADORES.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

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
      *    La linea H (historial de legajos) no tiene copia: lleva la
      *    cantidad de lineas que tenia el historial al respaldar.
          05 RCA-HISTORIAL REDEFINES RCA-COPIA.
             10 RCA-HIST-LINEAS            PIC 9(09).
             10 FILLER                     PIC X(51).

       FD ENT-COPIA.
       01 REG-COPIA                        PIC X(100).

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

       FD SAL-HISTORIAL-TMP.
       01 REG-HISTORIAL-TMP                PIC X(250).

       FD SAL-REPORTE.
       01 REG-REPORTE                      PIC X(132).

       FD ARCH-TRABA.
       01 REG-TRABA                        PIC X(80).

       FD ARCH-OPERADORES.
       01 REG-OPERADOR.
          05 OPE-ID                        PIC X(08).
          05 FILLER                        PIC X(01).
          05 OPE-NIVEL                     PIC 9(01).
          05 FILLER                        PIC X(01).
          05 OPE-NOMBRE                    PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          02 FS-CATALOGO                   PIC X(02) VALUE '00'.
             88 FS-CATALOGO-OK                       VALUE '00'.
             88 FS-CATALOGO-EOF                      VALUE '10'.
             88 FS-CATALOGO-NFD                      VALUE '35'.
          02 FS-COPIA                      PIC X(02) VALUE '00'.
             88 FS-COPIA-OK                          VALUE '00'.
             88 FS-COPIA-EOF                         VALUE '10'.
          02 FS-MAESTRO                    PIC X(02) VALUE '00'.
             88 FS-MAESTRO-OK                        VALUE '00'.
          02 FS-EGRESADOS                  PIC X(02) VALUE '00'.
             88 FS-EGRESADOS-OK                      VALUE '00'.
          02 FS-HISTORIAL                  PIC X(02) VALUE '00'.
             88 FS-HISTORIAL-OK                      VALUE '00'.
             88 FS-HISTORIAL-EOF                     VALUE '10'.
             88 FS-HISTORIAL-NFD                     VALUE '35'.
          02 FS-HISTORIAL-TMP              PIC X(02) VALUE '00'.
             88 FS-HISTORIAL-TMP-OK                  VALUE '00'.
          02 FS-REPORTE                    PIC X(02) VALUE '00'.
             88 FS-REPORTE-OK                        VALUE '00'.
          02 FS-TRABA                      PIC X(02) VALUE '00'.
             88 FS-TRABA-OK                          VALUE '00'.
             88 FS-TRABA-NFD                         VALUE '35'.
          02 FS-OPERADORES                 PIC X(02) VALUE '00'.
             88 FS-OPERADORES-OK                     VALUE '00'.
             88 FS-OPERADORES-EOF                    VALUE '10'.

       01 WS-CONTADORES.
           02 WS-CONT-GENERACIONES       PIC 9(05) VALUE ZEROS.
           02 WS-CONT-RESTAURADOS        PIC 9(05) VALUE ZEROS.
           02 WS-CONT-ERRORES            PIC 9(05) VALUE ZEROS.
           02 WS-CONT-REGISTROS          PIC 9(05) VALUE ZEROS.
           02 WS-CONT-ARCH-GEN           PIC 9(03) VALUE ZEROS.
           02 WS-HIST-LINEAS             PIC 9(09) VALUE ZEROS.
           02 WS-HIST-ACTUALES           PIC 9(09) VALUE ZEROS.

       01 WS-VARIABLES.
           02 WS-BUSCAR.
              05 SW-OPERADOR-VALIDO      PIC X(01) VALUE 'N'.
                 88 SW-OPERADOR-VALIDO-SI         VALUE 'S'.
                 88 SW-OPERADOR-VALIDO-NO         VALUE 'N'.
              05 SW-TRABA-TOMADA         PIC X(01) VALUE 'N'.
                 88 SW-TRABA-TOMADA-SI            VALUE 'S'.
                 88 SW-TRABA-TOMADA-NO            VALUE 'N'.
              05 SW-REPORTE-ABIERTO      PIC X(01) VALUE 'N'.
                 88 SW-REPORTE-ABIERTO-SI         VALUE 'S'.
                 88 SW-REPORTE-ABIERTO-NO         VALUE 'N'.
              05 SW-COPIAS-OK            PIC X(01) VALUE 'S'.
                 88 SW-COPIAS-OK-SI               VALUE 'S'.
                 88 SW-COPIAS-OK-NO               VALUE 'N'.

           02 WS-OPERADOR-ING            PIC X(08) VALUE SPACES.
           02 WS-OPERADOR                PIC X(08) VALUE SPACES.
           02 WS-NIVEL-OPERADOR          PIC 9(01) VALUE ZEROS.
              88 NIVEL-SUPERVISOR                  VALUE 2.
           02 WS-INTENTOS                PIC 9(01) VALUE ZEROS.
           02 WS-CONFIRMA                PIC X(01) VALUE SPACE.
           02 WS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
           02 WS-HORA-HOY                PIC 9(08) VALUE ZEROS.
           02 WS-GENERACION              PIC X(17) VALUE SPACES.
           02 WS-GEN-ANTERIOR            PIC X(17) VALUE SPACES.
           02 WS-GEN-PROGRAMA            PIC X(10) VALUE SPACES.
           02 WS-GEN-OPERADOR            PIC X(08) VALUE SPACES.
           02 WS-RESULTADO               PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * Archivos de la generacion elegida, tomados del catalogo
      *----------------------------------------------------------------*
       01 WS-ARCHIVOS-GEN.
           02 WS-CANT-ARCH               PIC 9(03) VALUE ZEROS.
           02 WS-ARCH-IDX                PIC 9(03) VALUE ZEROS.
           02 WS-TAB-ARCH.
              05 WS-ARCH-ENT OCCURS 1 TO 60 TIMES
                 DEPENDING ON WS-CANT-ARCH.
                 10 WS-ARCH-TIPO         PIC X(01).
                 10 WS-ARCH-ORIGEN       PIC X(40).
                 10 WS-ARCH-COPIA        PIC X(60).

       01 WS-NOMBRE-COPIA             PIC X(60) VALUE SPACES.
       01 WS-NOMBRE-ORIGEN            PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-TMP               PIC X(44) VALUE SPACES.
       01 WS-ARCH-TRABA               PIC X(40)
                                VALUE '../TRABA-PADRON.TXT'.
       01 WS-ARCH-HISTORIAL           PIC X(40)
                                VALUE '../HISTORIAL-LEGAJOS.TXT'.
       01 WS-ARCH-HISTORIAL-TMP       PIC X(40)
                                VALUE '../HISTORIAL-LEGAJOS.TXT.TMP'.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-FIRMAR-SUPERVISOR
              THRU 2000-FIRMAR-SUPERVISOR-EXIT.

           PERFORM 1010-TOMAR-TRABA
              THRU 1010-TOMAR-TRABA-EXIT.

           PERFORM 3000-LISTAR-GENERACIONES
              THRU 3000-LISTAR-GENERACIONES-EXIT.

           PERFORM 3100-CARGAR-GENERACION
              THRU 3100-CARGAR-GENERACION-EXIT.

           PERFORM 3200-VERIFICAR-COPIAS
              THRU 3200-VERIFICAR-COPIAS-EXIT.

           PERFORM 3300-CONFIRMAR-RESTAURACION
              THRU 3300-CONFIRMAR-RESTAURACION-EXIT.

           PERFORM 4000-RESTAURAR-GENERACION
              THRU 4000-RESTAURAR-GENERACION-EXIT.

           PERFORM 8000-FINALIZAR
              THRU 8000-FINALIZAR-EXIT.

           IF WS-CONT-ERRORES > ZEROS
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * Proceso de inicializacion: el catalogo tiene que existir
      *----------------------------------------------------------------*
       1000-INICIAR.

           DISPLAY '--- RESTAURACION DE RESPALDOS DEL PADRON ---------'

           OPEN INPUT ARCH-CATALOGO.

           IF FS-CATALOGO-NFD
              DISPLAY 'NO HAY RESPALDOS: NO EXISTE '
                      'RESPALDOS-CATALOGO.TXT'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT FS-CATALOGO-OK
              DISPLAY 'ERROR AL ABRIR RESPALDOS-CATALOGO.TXT'
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE ARCH-CATALOGO.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tomar la traba de ejecucion del padron con el supervisor como
      * operador: ningun otro proceso puede escribir mientras se
      * restaura. Una traba huerfana se libera con CL19EJ10a.
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
           STRING 'PROGRAMA CL19EJ15a OPERADOR '
                                   DELIMITED BY SIZE
                  WS-OPERADOR      DELIMITED BY SIZE
                  ' FECHA '        DELIMITED BY SIZE
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
      * Liberar la traba de ejecucion tomada al arrancar
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
      * Firma del supervisor que restaura: usuario de nivel 2 en
      * OPERADORES.TXT, hasta tres intentos como la liberacion de la
      * traba
      *----------------------------------------------------------------*
       2000-FIRMAR-SUPERVISOR.

           MOVE ZEROS TO WS-INTENTOS.
           SET SW-OPERADOR-VALIDO-NO TO TRUE.

           PERFORM UNTIL SW-OPERADOR-VALIDO-SI
                      OR WS-INTENTOS >= 3

              ADD 1 TO WS-INTENTOS

              DISPLAY 'Usuario del supervisor que restaura: '
              ACCEPT WS-OPERADOR-ING

              PERFORM 2100-BUSCAR-OPERADOR
                 THRU 2100-BUSCAR-OPERADOR-EXIT

              IF SW-OPERADOR-VALIDO-SI
                 AND NOT NIVEL-SUPERVISOR
                 SET SW-OPERADOR-VALIDO-NO TO TRUE
                 DISPLAY 'EL OPERADOR NO ES SUPERVISOR: '
                         WS-OPERADOR-ING
              ELSE
                 IF SW-OPERADOR-VALIDO-NO
                    DISPLAY 'OPERADOR NO HABILITADO: '
                            WS-OPERADOR-ING
                 END-IF
              END-IF

           END-PERFORM.

           IF SW-OPERADOR-VALIDO-NO
              DISPLAY 'SE AGOTARON LOS INTENTOS, NO SE RESTAURA NADA'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-FIRMAR-SUPERVISOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Buscar el usuario cargado en WS-OPERADOR-ING en el archivo de
      * operadores; si figura queda firmado con su nivel
      *----------------------------------------------------------------*
       2100-BUSCAR-OPERADOR.

           SET SW-OPERADOR-VALIDO-NO TO TRUE.

           OPEN INPUT ARCH-OPERADORES.

           IF NOT FS-OPERADORES-OK
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE CONTROL: '
                      'OPERADORES.TXT'
              DISPLAY 'FILE STATUS: ' FS-OPERADORES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARCH-OPERADORES.

           PERFORM UNTIL FS-OPERADORES-EOF
                      OR SW-OPERADOR-VALIDO-SI
              IF OPE-ID = WS-OPERADOR-ING
                 SET SW-OPERADOR-VALIDO-SI TO TRUE
                 MOVE OPE-ID    TO WS-OPERADOR
                 MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
              END-IF
              READ ARCH-OPERADORES
           END-PERFORM.

           CLOSE ARCH-OPERADORES.

       2100-BUSCAR-OPERADOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Listar por consola las generaciones del catalogo, de la mas
      * antigua a la mas nueva, con el programa que la grabo, el
      * operador, la fecha/hora y la cantidad de archivos
      *----------------------------------------------------------------*
       3000-LISTAR-GENERACIONES.

           OPEN INPUT ARCH-CATALOGO.

           IF NOT FS-CATALOGO-OK
              DISPLAY 'ERROR AL ABRIR RESPALDOS-CATALOGO.TXT'
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

           MOVE SPACES TO WS-GEN-ANTERIOR.
           MOVE ZEROS  TO WS-CONT-ARCH-GEN.

           DISPLAY 'GENERACIONES DISPONIBLES:'.

           READ ARCH-CATALOGO.

           PERFORM UNTIL NOT FS-CATALOGO-OK
              IF RCA-GENERACION NOT = WS-GEN-ANTERIOR
                 IF WS-GEN-ANTERIOR NOT = SPACES
                    PERFORM 3010-MOSTRAR-GENERACION
                       THRU 3010-MOSTRAR-GENERACION-EXIT
                 END-IF
                 ADD 1 TO WS-CONT-GENERACIONES
                 MOVE RCA-GENERACION TO WS-GEN-ANTERIOR
                 MOVE RCA-PROGRAMA   TO WS-GEN-PROGRAMA
                 MOVE RCA-OPERADOR   TO WS-GEN-OPERADOR
                 MOVE ZEROS          TO WS-CONT-ARCH-GEN
              END-IF
              ADD 1 TO WS-CONT-ARCH-GEN
              READ ARCH-CATALOGO
           END-PERFORM.

           IF WS-GEN-ANTERIOR NOT = SPACES
              PERFORM 3010-MOSTRAR-GENERACION
                 THRU 3010-MOSTRAR-GENERACION-EXIT
           END-IF.

           CLOSE ARCH-CATALOGO.

           IF WS-CONT-GENERACIONES = ZEROS
              DISPLAY 'EL CATALOGO DE RESPALDOS ESTA VACIO'
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

       3000-LISTAR-GENERACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Mostrar una linea del listado de generaciones
      *----------------------------------------------------------------*
       3010-MOSTRAR-GENERACION.

           DISPLAY '  ' WS-GEN-ANTERIOR
                   ' PROGRAMA: ' WS-GEN-PROGRAMA
                   ' OPERADOR: ' WS-GEN-OPERADOR
                   ' ARCHIVOS: ' WS-CONT-ARCH-GEN.

       3010-MOSTRAR-GENERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pedir la generacion a restaurar y cargar sus archivos
      *----------------------------------------------------------------*
       3100-CARGAR-GENERACION.

           DISPLAY 'Generacion a restaurar (AAAAMMDD-HHMMSSCC): '
           ACCEPT WS-GENERACION.

           OPEN INPUT ARCH-CATALOGO.

           IF NOT FS-CATALOGO-OK
              DISPLAY 'ERROR AL ABRIR RESPALDOS-CATALOGO.TXT'
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

           MOVE ZEROS TO WS-CANT-ARCH.

           READ ARCH-CATALOGO.

           PERFORM UNTIL NOT FS-CATALOGO-OK
              IF RCA-GENERACION = WS-GENERACION
                 AND WS-CANT-ARCH < 60
                 ADD 1 TO WS-CANT-ARCH
                 MOVE RCA-TIPO     TO WS-ARCH-TIPO(WS-CANT-ARCH)
                 MOVE RCA-ORIGEN   TO WS-ARCH-ORIGEN(WS-CANT-ARCH)
                 MOVE RCA-COPIA    TO WS-ARCH-COPIA(WS-CANT-ARCH)
                 MOVE RCA-PROGRAMA TO WS-GEN-PROGRAMA
                 MOVE RCA-OPERADOR TO WS-GEN-OPERADOR
                 IF RCA-TIPO = 'H'
                    MOVE RCA-HIST-LINEAS TO WS-HIST-LINEAS
                 END-IF
              END-IF
              READ ARCH-CATALOGO
           END-PERFORM.

           CLOSE ARCH-CATALOGO.

           IF WS-CANT-ARCH = ZEROS
              DISPLAY 'LA GENERACION NO FIGURA EN EL CATALOGO: '
                      WS-GENERACION
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

       3100-CARGAR-GENERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Verificar que esten todas las copias de la generacion antes
      * de tocar ningun archivo: una generacion incompleta no se
      * restaura. El historial no tiene copia: tiene que tener por lo
      * menos las lineas que tenia al respaldar.
      *----------------------------------------------------------------*
       3200-VERIFICAR-COPIAS.

           SET SW-COPIAS-OK-SI TO TRUE.

           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > WS-CANT-ARCH
              IF WS-ARCH-TIPO(WS-ARCH-IDX) = 'H'
                 PERFORM 3210-CONTAR-HISTORIAL
                    THRU 3210-CONTAR-HISTORIAL-EXIT
              ELSE
                 MOVE WS-ARCH-COPIA(WS-ARCH-IDX) TO WS-NOMBRE-COPIA
                 OPEN INPUT ENT-COPIA
                 IF FS-COPIA-OK
                    CLOSE ENT-COPIA
                 ELSE
                    SET SW-COPIAS-OK-NO TO TRUE
                    DISPLAY 'FALTA LA COPIA: ' WS-NOMBRE-COPIA
                            ' FILE STATUS: ' FS-COPIA
                 END-IF
              END-IF
           END-PERFORM.

           IF SW-COPIAS-OK-NO
              DISPLAY 'LA GENERACION ESTA INCOMPLETA'
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

       3200-VERIFICAR-COPIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Contar las lineas actuales de HISTORIAL-LEGAJOS.TXT: si son
      * menos que las del respaldo el historial no se puede volver
      * atras truncandolo
      *----------------------------------------------------------------*
       3210-CONTAR-HISTORIAL.

           MOVE ZEROS TO WS-HIST-ACTUALES.

           OPEN INPUT ENT-HISTORIAL.

           IF FS-HISTORIAL-OK
              READ ENT-HISTORIAL
              PERFORM UNTIL NOT FS-HISTORIAL-OK
                 ADD 1 TO WS-HIST-ACTUALES
                 READ ENT-HISTORIAL
              END-PERFORM
              IF NOT FS-HISTORIAL-EOF
                 SET SW-COPIAS-OK-NO TO TRUE
                 DISPLAY 'ERROR AL LEER HISTORIAL-LEGAJOS.TXT, '
                         'FILE STATUS: ' FS-HISTORIAL
              END-IF
              CLOSE ENT-HISTORIAL
           ELSE
              IF NOT FS-HISTORIAL-NFD
                 SET SW-COPIAS-OK-NO TO TRUE
                 DISPLAY 'ERROR AL ABRIR HISTORIAL-LEGAJOS.TXT, '
                         'FILE STATUS: ' FS-HISTORIAL
              END-IF
           END-IF.

           IF WS-HIST-ACTUALES < WS-HIST-LINEAS
              SET SW-COPIAS-OK-NO TO TRUE
              DISPLAY 'HISTORIAL-LEGAJOS.TXT TIENE ' WS-HIST-ACTUALES
                      ' LINEAS Y AL RESPALDAR TENIA ' WS-HIST-LINEAS
           END-IF.

       3210-CONTAR-HISTORIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Mostrar lo que se va a restaurar y pedir confirmacion
      *----------------------------------------------------------------*
       3300-CONFIRMAR-RESTAURACION.

           DISPLAY 'GENERACION: ' WS-GENERACION
                   ' GRABADA POR: ' WS-GEN-PROGRAMA
                   ' OPERADOR: ' WS-GEN-OPERADOR.

           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > WS-CANT-ARCH
              IF WS-ARCH-TIPO(WS-ARCH-IDX) = 'H'
                 DISPLAY '  SE TRUNCA: ' WS-ARCH-ORIGEN(WS-ARCH-IDX)
                         ' A ' WS-HIST-LINEAS ' LINEAS'
              ELSE
                 DISPLAY '  SE RESTAURA: '
                         WS-ARCH-ORIGEN(WS-ARCH-IDX)
              END-IF
           END-PERFORM.

           DISPLAY 'Los archivos actuales se pierden. Confirmar '
                   'restauracion (S/N): '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
              DISPLAY 'RESTAURACION CANCELADA, NO SE TOCO NINGUN '
                      'ARCHIVO'
              PERFORM 8010-LIBERAR-TRABA
                 THRU 8010-LIBERAR-TRABA-EXIT
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

       3300-CONFIRMAR-RESTAURACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Restaurar cada archivo de la generacion, dejando constancia
      * en el reporte
      *----------------------------------------------------------------*
       4000-RESTAURAR-GENERACION.

           OPEN OUTPUT SAL-REPORTE.

           IF FS-REPORTE-OK
              SET SW-REPORTE-ABIERTO-SI TO TRUE
              MOVE SPACES TO REG-REPORTE
              STRING 'RESTAURACION DE LA GENERACION: '
                                          DELIMITED BY SIZE
                     WS-GENERACION        DELIMITED BY SIZE
                     ' (GRABADA POR '     DELIMITED BY SIZE
                     WS-GEN-PROGRAMA      DELIMITED BY SPACE
                     ')'                  DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
              MOVE SPACES TO REG-REPORTE
              STRING 'SUPERVISOR: '       DELIMITED BY SIZE
                     WS-OPERADOR          DELIMITED BY SIZE
                     ' FECHA: '           DELIMITED BY SIZE
                     WS-FECHA-HOY         DELIMITED BY SIZE
                     ' HORA: '            DELIMITED BY SIZE
                     WS-HORA-HOY          DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
              MOVE '----------------------------------------------' &
                   '------'
                TO REG-REPORTE
              WRITE REG-REPORTE
           ELSE
              DISPLAY 'ERROR AL ABRIR REPORTE-RESTAURACION.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > WS-CANT-ARCH

              MOVE WS-ARCH-COPIA(WS-ARCH-IDX)  TO WS-NOMBRE-COPIA
              MOVE WS-ARCH-ORIGEN(WS-ARCH-IDX) TO WS-NOMBRE-ORIGEN

              EVALUATE WS-ARCH-TIPO(WS-ARCH-IDX)
                 WHEN 'M'
                    PERFORM 4200-RECARGAR-MAESTRO
                       THRU 4200-RECARGAR-MAESTRO-EXIT
                 WHEN 'E'
                    PERFORM 4300-RECARGAR-EGRESADOS
                       THRU 4300-RECARGAR-EGRESADOS-EXIT
                 WHEN 'H'
                    PERFORM 4400-TRUNCAR-HISTORIAL
                       THRU 4400-TRUNCAR-HISTORIAL-EXIT
                 WHEN OTHER
                    PERFORM 4100-RESTAURAR-ARCHIVO
                       THRU 4100-RESTAURAR-ARCHIVO-EXIT
              END-EVALUATE

              IF SW-REPORTE-ABIERTO-SI
                 MOVE SPACES TO REG-REPORTE
                 IF WS-ARCH-TIPO(WS-ARCH-IDX) = 'H'
                    STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                           ' '              DELIMITED BY SIZE
                           WS-RESULTADO     DELIMITED BY '  '
                           ' TRUNCADO A '   DELIMITED BY SIZE
                           WS-HIST-LINEAS   DELIMITED BY SIZE
                           ' LINEAS'        DELIMITED BY SIZE
                      INTO REG-REPORTE
                 ELSE
                    STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                           ' '              DELIMITED BY SIZE
                           WS-RESULTADO     DELIMITED BY '  '
                           ' DESDE '        DELIMITED BY SIZE
                           WS-NOMBRE-COPIA  DELIMITED BY SPACE
                      INTO REG-REPORTE
                 END-IF
                 WRITE REG-REPORTE
              END-IF

           END-PERFORM.

       4000-RESTAURAR-GENERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Restaurar un archivo de sucursal: la copia se trae a un
      * temporal y recien entonces reemplaza al archivo actual
      *----------------------------------------------------------------*
       4100-RESTAURAR-ARCHIVO.

           MOVE SPACES TO WS-NOMBRE-TMP.
           STRING WS-NOMBRE-ORIGEN   DELIMITED BY SPACE
                  '.TMP'             DELIMITED BY SIZE
             INTO WS-NOMBRE-TMP.

           CALL 'CBL_COPY_FILE' USING WS-NOMBRE-COPIA
                                      WS-NOMBRE-TMP.

           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              ADD 1 TO WS-CONT-ERRORES
              MOVE 'ERROR AL COPIAR'   TO WS-RESULTADO
              CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-TMP
              MOVE 0 TO RETURN-CODE
              GO TO 4100-RESTAURAR-ARCHIVO-EXIT
           END-IF.

           CALL 'CBL_RENAME_FILE' USING WS-NOMBRE-TMP
                                        WS-NOMBRE-ORIGEN.

           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              ADD 1 TO WS-CONT-ERRORES
              MOVE 'ERROR AL REEMPLAZAR' TO WS-RESULTADO
              CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-TMP
              MOVE 0 TO RETURN-CODE
              GO TO 4100-RESTAURAR-ARCHIVO-EXIT
           END-IF.

           ADD 1 TO WS-CONT-RESTAURADOS.
           MOVE 'RESTAURADO'           TO WS-RESULTADO.

       4100-RESTAURAR-ARCHIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Recargar el maestro indexado desde su descarga secuencial:
      * se recrea vacio y se graba registro por registro, como la
      * conversion
      *----------------------------------------------------------------*
       4200-RECARGAR-MAESTRO.

           MOVE ZEROS TO WS-CONT-REGISTROS.

           OPEN INPUT ENT-COPIA.

           IF NOT FS-COPIA-OK
              ADD 1 TO WS-CONT-ERRORES
              MOVE 'ERROR AL LEER COPIA' TO WS-RESULTADO
              GO TO 4200-RECARGAR-MAESTRO-EXIT
           END-IF.

           OPEN OUTPUT MAESTRO-EMP.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL RECREAR MAESTRO-EMPLEADOS.DAT'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              CLOSE ENT-COPIA
              ADD 1 TO WS-CONT-ERRORES
              MOVE 'ERROR AL RECREAR'  TO WS-RESULTADO
              GO TO 4200-RECARGAR-MAESTRO-EXIT
           END-IF.

           MOVE 'RESTAURADO'           TO WS-RESULTADO.

           READ ENT-COPIA.

           PERFORM UNTIL NOT FS-COPIA-OK
              MOVE REG-COPIA TO REG-MAESTRO
              WRITE REG-MAESTRO
              IF FS-MAESTRO-OK
                 ADD 1 TO WS-CONT-REGISTROS
              ELSE
                 DISPLAY 'ERROR AL RECARGAR EL LEGAJO ' MAE-LEGAJO
                         ', FILE STATUS: ' FS-MAESTRO
                 MOVE 'CON ERRORES'    TO WS-RESULTADO
              END-IF
              READ ENT-COPIA
           END-PERFORM.

           CLOSE ENT-COPIA.
           CLOSE MAESTRO-EMP.

           IF WS-RESULTADO = 'RESTAURADO'
              ADD 1 TO WS-CONT-RESTAURADOS
           ELSE
              ADD 1 TO WS-CONT-ERRORES
           END-IF.

           DISPLAY 'MAESTRO RECARGADO, REGISTROS: ' WS-CONT-REGISTROS.

       4200-RECARGAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Recargar egresados desde su descarga secuencial, igual que el
      * maestro: se recrea vacio y se graba registro por registro
      *----------------------------------------------------------------*
       4300-RECARGAR-EGRESADOS.

           MOVE ZEROS TO WS-CONT-REGISTROS.

           OPEN INPUT ENT-COPIA.

           IF NOT FS-COPIA-OK
              ADD 1 TO WS-CONT-ERRORES
              MOVE 'ERROR AL LEER COPIA' TO WS-RESULTADO
              GO TO 4300-RECARGAR-EGRESADOS-EXIT
           END-IF.

           OPEN OUTPUT EGRESADOS-EMP.

           IF NOT FS-EGRESADOS-OK
              DISPLAY 'ERROR AL RECREAR EGRESADOS-EMPLEADOS.DAT'
              DISPLAY 'FILE STATUS: ' FS-EGRESADOS
              CLOSE ENT-COPIA
              ADD 1 TO WS-CONT-ERRORES
              MOVE 'ERROR AL RECREAR'  TO WS-RESULTADO
              GO TO 4300-RECARGAR-EGRESADOS-EXIT
           END-IF.

           MOVE 'RESTAURADO'           TO WS-RESULTADO.

           READ ENT-COPIA.

           PERFORM UNTIL NOT FS-COPIA-OK
              MOVE REG-COPIA TO REG-EGRESADO
              WRITE REG-EGRESADO
              IF FS-EGRESADOS-OK
                 ADD 1 TO WS-CONT-REGISTROS
              ELSE
                 DISPLAY 'ERROR AL RECARGAR EL EGRESO ' EGR-LEGAJO
                         ' ' EGR-FECHA-EGRESO
                         ', FILE STATUS: ' FS-EGRESADOS
                 MOVE 'CON ERRORES'    TO WS-RESULTADO
              END-IF
              READ ENT-COPIA
           END-PERFORM.

           CLOSE ENT-COPIA.
           CLOSE EGRESADOS-EMP.

           IF WS-RESULTADO = 'RESTAURADO'
              ADD 1 TO WS-CONT-RESTAURADOS
           ELSE
              ADD 1 TO WS-CONT-ERRORES
           END-IF.

           DISPLAY 'EGRESADOS RECARGADO, REGISTROS: '
                   WS-CONT-REGISTROS.

       4300-RECARGAR-EGRESADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Volver el historial de legajos al momento del respaldo: se
      * copian a un temporal sus primeras lineas, tantas como tenia
      * al respaldar, y el temporal reemplaza al historial. Si no
      * existia y sigue sin existir no hay nada que truncar.
      *----------------------------------------------------------------*
       4400-TRUNCAR-HISTORIAL.

           MOVE ZEROS TO WS-CONT-REGISTROS.

           OPEN INPUT ENT-HISTORIAL.

           IF FS-HISTORIAL-NFD AND WS-HIST-LINEAS = ZEROS
              ADD 1 TO WS-CONT-RESTAURADOS
              MOVE 'RESTAURADO'        TO WS-RESULTADO
              GO TO 4400-TRUNCAR-HISTORIAL-EXIT
           END-IF.

           IF NOT FS-HISTORIAL-OK
              DISPLAY 'ERROR AL ABRIR HISTORIAL-LEGAJOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL
              ADD 1 TO WS-CONT-ERRORES
              MOVE 'ERROR AL LEER'     TO WS-RESULTADO
              GO TO 4400-TRUNCAR-HISTORIAL-EXIT
           END-IF.

           OPEN OUTPUT SAL-HISTORIAL-TMP.

           IF NOT FS-HISTORIAL-TMP-OK
              DISPLAY 'ERROR AL CREAR HISTORIAL-LEGAJOS.TXT.TMP'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL-TMP
              CLOSE ENT-HISTORIAL
              ADD 1 TO WS-CONT-ERRORES
              MOVE 'ERROR AL COPIAR'   TO WS-RESULTADO
              GO TO 4400-TRUNCAR-HISTORIAL-EXIT
           END-IF.

           MOVE 'RESTAURADO'           TO WS-RESULTADO.

           IF WS-HIST-LINEAS > ZEROS
              READ ENT-HISTORIAL
           END-IF.

           PERFORM UNTIL WS-CONT-REGISTROS NOT < WS-HIST-LINEAS
                      OR NOT FS-HISTORIAL-OK
              MOVE REG-HISTORIAL TO REG-HISTORIAL-TMP
              WRITE REG-HISTORIAL-TMP
              IF FS-HISTORIAL-TMP-OK
                 ADD 1 TO WS-CONT-REGISTROS
              ELSE
                 MOVE 'ERROR AL COPIAR' TO WS-RESULTADO
                 MOVE WS-HIST-LINEAS    TO WS-CONT-REGISTROS
              END-IF
              IF WS-CONT-REGISTROS < WS-HIST-LINEAS
                 READ ENT-HISTORIAL
              END-IF
           END-PERFORM.

           IF WS-RESULTADO = 'RESTAURADO'
              AND WS-CONT-REGISTROS < WS-HIST-LINEAS
              MOVE 'ERROR AL LEER'     TO WS-RESULTADO
           END-IF.

           CLOSE ENT-HISTORIAL.
           CLOSE SAL-HISTORIAL-TMP.

           IF WS-RESULTADO = 'RESTAURADO'
              CALL 'CBL_RENAME_FILE' USING WS-ARCH-HISTORIAL-TMP
                                           WS-ARCH-HISTORIAL
              IF RETURN-CODE NOT = 0
                 MOVE 'ERROR AL REEMPLAZAR' TO WS-RESULTADO
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.

           IF WS-RESULTADO = 'RESTAURADO'
              ADD 1 TO WS-CONT-RESTAURADOS
           ELSE
              CALL 'CBL_DELETE_FILE' USING WS-ARCH-HISTORIAL-TMP
              MOVE 0 TO RETURN-CODE
              ADD 1 TO WS-CONT-ERRORES
           END-IF.

       4400-TRUNCAR-HISTORIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Proceso de finalizacion: totales, cierre del reporte y
      * liberacion de la traba
      *----------------------------------------------------------------*
       8000-FINALIZAR.

           PERFORM 8010-LIBERAR-TRABA
              THRU 8010-LIBERAR-TRABA-EXIT.

           IF SW-REPORTE-ABIERTO-SI
              MOVE '----------------------------------------------' &
                   '------'
                TO REG-REPORTE
              WRITE REG-REPORTE
              MOVE SPACES TO REG-REPORTE
              STRING 'ARCHIVOS RESTAURADOS: ' DELIMITED BY SIZE
                     WS-CONT-RESTAURADOS      DELIMITED BY SIZE
                     '  CON ERROR: '          DELIMITED BY SIZE
                     WS-CONT-ERRORES          DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
              CLOSE SAL-REPORTE
           END-IF.

           DISPLAY 'ARCHIVOS RESTAURADOS: ' WS-CONT-RESTAURADOS.
           DISPLAY 'ARCHIVOS CON ERROR: '   WS-CONT-ERRORES.
           IF WS-CONT-ERRORES > ZEROS
              DISPLAY 'LA RESTAURACION QUEDO INCOMPLETA: CONCILIAR EL '
                      'PADRON CON CL19EJ05a'
           END-IF.
           DISPLAY 'VER DETALLE EN: REPORTE-RESTAURACION.TXT'.

       8000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cortar la restauracion antes de tocar el padron
      *----------------------------------------------------------------*
       9000-ABORTAR.

           PERFORM 8010-LIBERAR-TRABA
              THRU 8010-LIBERAR-TRABA-EXIT.

           DISPLAY 'RESTAURACION CORTADA, NO SE TOCO NINGUN ARCHIVO '
                   'DEL PADRON'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9000-ABORTAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       END PROGRAM CL19EJ15a.
