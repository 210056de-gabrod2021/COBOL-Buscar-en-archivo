
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anulacion de un lote de novedades aplicado por error:
      *          a partir de la identificacion de una corrida de
      *          CL19EJ02a (fecha-hora con que esa corrida asento sus
      *          movimientos en HISTORIAL-LEGAJOS.TXT, informada en el
      *          encabezado de NOVEDADES-CONTROL.TXT) deshace en orden
      *          inverso sus altas, bajas, modificaciones y traslados
      *          usando las imagenes ANTERIOR y NUEVA del historial,
      *          sobre los EMPLEADOS-xx.TXT, el maestro indexado y el
      *          archivo de egresados. Los legajos con movimientos
      *          posteriores a la corrida no se tocan y se informan.
      *          Las novedades diferidas que la corrida aplico al
      *          vencer no vuelven al archivo de pendientes.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * - Version inicial: anulacion por consola con firma de
      *   supervisor contra OPERADORES.TXT, bajo la traba de ejecucion
      *   TRABA-PADRON.TXT, con reporte REPORTE-ANULACION.TXT y cada
      *   movimiento anulado asentado en el historial con origen
      *   ANULACION.
      * - Confirmada la anulacion y antes de tocar el padron se
      *   graba una generacion de respaldo de los EMPLEADOS-xx.TXT
      *   y del maestro con CL19EJ14a; si el respaldo falla la
      *   anulacion se corta.
      * - Egresados lleva un registro por periodo (clave legajo +
      *   fecha de egreso): la baja anulada borra el periodo que
      *   asento el historial y el reingreso anulado reabre el
      *   ultimo; la baja con que se anula un reingreso se asienta
      *   con la fecha de egreso y el motivo de ese periodo.
      * - El mensaje con la generacion respaldada lo da CL19EJ14a;
      *   el programa ya no lo repite.
      * - El respaldo previo incluye EGRESADOS-EMPLEADOS.DAT y la
      *   cantidad de lineas de HISTORIAL-LEGAJOS.TXT: al restaurar
      *   la generacion con CL19EJ15a vuelven atras tambien
      *   egresados y el historial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ11a.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARCH-HISTORIAL
           ASSIGN TO '../HISTORIAL-LEGAJOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT ENT-EMPLEADO
           ASSIGN DYNAMIC WS-NOMBRE-ARCH-EMP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADO.

       SELECT SAL-EMPLEADO-TMP
           ASSIGN DYNAMIC WS-NOMBRE-ARCH-TMP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADO-TMP.

       SELECT SAL-REPORTE
           ASSIGN TO '../REPORTE-ANULACION.TXT'
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

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ARCH-HISTORIAL.
       01 REG-HISTORIAL                    PIC X(250).

       FD ENT-EMPLEADO.
       01 REG-ENT-EMPLEADO.
          05 ENT-EMP-ID                    PIC 9(08).
          05 ENT-EMP-NOMBRE                PIC X(25).
          05 ENT-EMP-APELLIDO              PIC X(25).
          05 ENT-EMP-ESTADO                PIC X(02).
          05 ENT-EMP-SECTOR                PIC X(02).
          05 ENT-EMP-FECHA-INGRESO         PIC 9(08).
          05 ENT-EMP-CATEGORIA             PIC X(02).

       FD SAL-EMPLEADO-TMP.
       01 REG-SAL-EMPLEADO                 PIC X(72).

       FD SAL-REPORTE.
       01 REG-REPORTE                      PIC X(100).

       FD ARCH-TRABA.
       01 REG-TRABA                        PIC X(80).

       FD ARCH-OPERADORES.
       01 REG-OPERADOR.
          05 OPE-ID                        PIC X(08).
          05 FILLER                        PIC X(01).
          05 OPE-NIVEL                     PIC 9(01).
          05 FILLER                        PIC X(01).
          05 OPE-NOMBRE                    PIC X(20).

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

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          02 FS-HISTORIAL                  PIC X(02) VALUE '00'.
             88 FS-HISTORIAL-OK                      VALUE '00'.
             88 FS-HISTORIAL-EOF                     VALUE '10'.
             88 FS-HISTORIAL-NFD                     VALUE '35'.
          02 FS-EMPLEADO                   PIC X(02) VALUE '00'.
             88 FS-EMPLEADOS-OK                      VALUE '00'.
             88 FS-EMPLEADOS-EOF                     VALUE '10'.
             88 FS-EMPLEADOS-NFD                     VALUE '35'.
          02 FS-EMPLEADO-TMP               PIC X(02) VALUE '00'.
             88 FS-EMPLEADO-TMP-OK                   VALUE '00'.
          02 FS-REPORTE                    PIC X(02) VALUE '00'.
             88 FS-REPORTE-OK                        VALUE '00'.
          02 FS-TRABA                      PIC X(02) VALUE '00'.
             88 FS-TRABA-OK                          VALUE '00'.
             88 FS-TRABA-EOF                         VALUE '10'.
             88 FS-TRABA-NFD                         VALUE '35'.
          02 FS-OPERADORES                 PIC X(02) VALUE '00'.
             88 FS-OPERADORES-OK                     VALUE '00'.
             88 FS-OPERADORES-EOF                    VALUE '10'.
          02 FS-MAESTRO                    PIC X(02) VALUE '00'.
             88 FS-MAESTRO-OK                        VALUE '00'.
             88 FS-MAESTRO-NFD                       VALUE '35'.
          02 FS-EGRESADOS                  PIC X(02) VALUE '00'.
             88 FS-EGRESADOS-OK                      VALUE '00'.
             88 FS-EGRESADOS-EOF                     VALUE '10'.
             88 FS-EGRESADOS-NFD                     VALUE '35'.

       01 WS-CONTADORES.
           02 WS-CONT-LINEAS             PIC 9(07) VALUE ZEROS.
           02 WS-NRO-LINEA               PIC 9(07) VALUE ZEROS.
           02 WS-CONT-ANULADOS           PIC 9(05) VALUE ZEROS.
           02 WS-CONT-OMITIDOS           PIC 9(05) VALUE ZEROS.
           02 WS-CONT-POSTERIORES        PIC 9(05) VALUE ZEROS.

       01 WS-VARIABLES.
           02 WS-BUSCAR.
              05 SW-OPERADOR-VALIDO      PIC X(01) VALUE 'N'.
                 88 SW-OPERADOR-VALIDO-SI         VALUE 'S'.
                 88 SW-OPERADOR-VALIDO-NO         VALUE 'N'.
              05 SW-TRABA-TOMADA         PIC X(01) VALUE 'N'.
                 88 SW-TRABA-TOMADA-SI            VALUE 'S'.
                 88 SW-TRABA-TOMADA-NO            VALUE 'N'.
              05 SW-MAESTRO-ABIERTO      PIC X(01) VALUE 'N'.
                 88 SW-MAESTRO-ABIERTO-SI         VALUE 'S'.
                 88 SW-MAESTRO-ABIERTO-NO         VALUE 'N'.
              05 SW-EGRESADOS-ABIERTO    PIC X(01) VALUE 'N'.
                 88 SW-EGRESADOS-ABIERTO-SI       VALUE 'S'.
                 88 SW-EGRESADOS-ABIERTO-NO       VALUE 'N'.
              05 SW-HISTORIAL-ABIERTO    PIC X(01) VALUE 'N'.
                 88 SW-HISTORIAL-ABIERTO-SI       VALUE 'S'.
                 88 SW-HISTORIAL-ABIERTO-NO       VALUE 'N'.
              05 SW-REPORTE-ABIERTO      PIC X(01) VALUE 'N'.
                 88 SW-REPORTE-ABIERTO-SI         VALUE 'S'.
                 88 SW-REPORTE-ABIERTO-NO         VALUE 'N'.
              05 SW-LOTE-EXCEDIDO        PIC X(01) VALUE 'N'.
                 88 SW-LOTE-EXCEDIDO-SI           VALUE 'S'.
                 88 SW-LOTE-EXCEDIDO-NO           VALUE 'N'.
              05 SW-CORRIDA-ANULACION    PIC X(01) VALUE 'N'.
                 88 SW-CORRIDA-ANULACION-SI       VALUE 'S'.
                 88 SW-CORRIDA-ANULACION-NO       VALUE 'N'.
              05 SW-PENDIENTE            PIC X(01) VALUE 'N'.
                 88 SW-PENDIENTE-SI               VALUE 'S'.
                 88 SW-PENDIENTE-NO               VALUE 'N'.
              05 SW-GRABACION-OK         PIC X(01) VALUE 'S'.
                 88 SW-GRABACION-OK-SI            VALUE 'S'.
                 88 SW-GRABACION-OK-NO            VALUE 'N'.
              05 SW-EGRESO-HALLADO       PIC X(01) VALUE 'N'.
                 88 SW-EGRESO-HALLADO-SI          VALUE 'S'.
                 88 SW-EGRESO-HALLADO-NO          VALUE 'N'.

           02 WS-OPERADOR-ING            PIC X(08) VALUE SPACES.
           02 WS-OPERADOR                PIC X(08) VALUE SPACES.
           02 WS-NIVEL-OPERADOR          PIC 9(01) VALUE ZEROS.
              88 NIVEL-SUPERVISOR                  VALUE 2.
           02 WS-INTENTOS                PIC 9(01) VALUE ZEROS.
           02 WS-CONFIRMA                PIC X(01) VALUE SPACE.
           02 WS-CORRIDA-ING             PIC X(17) VALUE SPACES.
           02 WS-CORRIDA                 PIC X(17) VALUE SPACES.
           02 WS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
           02 WS-HORA-HOY                PIC 9(08) VALUE ZEROS.
           02 WS-MOTIVO-RECHAZO          PIC X(40) VALUE SPACES.
           02 WS-SUC-TRABAJO             PIC X(02) VALUE SPACES.
           02 WS-SUC-REPORTE             PIC X(06) VALUE SPACES.
           02 WS-LEGAJO-ACT              PIC 9(08) VALUE ZEROS.
           02 WS-TIPO-INVERSO            PIC X(01) VALUE SPACE.
           02 WS-ULTIMO-EGRESO           PIC 9(08) VALUE ZEROS.
           02 WS-EGRESO-HIST             PIC X(22) VALUE SPACES.
           02 WS-IDX                     PIC 9(04) VALUE ZEROS.
           02 WS-IDX2                    PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      * Operacion sobre el archivo de la sucursal al anular: quitar
      * el registro (anula un alta o la llegada de un traslado),
      * ponerlo intercalado por legajo (anula una baja o la salida de
      * un traslado) o reemplazarlo (anula una modificacion). Al
      * quitar o reemplazar, el registro del archivo tiene que ser
      * igual a la imagen que dejo el lote; si no, alguien lo cambio
      * despues y no se pisa.
      *----------------------------------------------------------------*
       01 WS-OPERACION-SUCURSAL.
           02 WS-OPERACION               PIC X(01) VALUE SPACE.
              88 OPER-QUITAR                       VALUE 'Q'.
              88 OPER-PONER                        VALUE 'P'.
              88 OPER-REEMPLAZAR                   VALUE 'R'.
           02 WS-REG-ESPERADO            PIC X(72) VALUE SPACES.
           02 WS-REG-NUEVO               PIC X(72) VALUE SPACES.
           02 WS-IMG-ANTERIOR            PIC X(74) VALUE SPACES.
           02 WS-IMG-NUEVA               PIC X(74) VALUE SPACES.

       01 WS-TRASLADO.
           02 WS-ARCH-SALIDA             PIC X(40) VALUE SPACES.
           02 WS-ARCH-SALIDA-TMP         PIC X(40) VALUE SPACES.
           02 WS-ARCH-LLEGADA            PIC X(40) VALUE SPACES.
           02 WS-ARCH-LLEGADA-TMP        PIC X(40) VALUE SPACES.

       01 WS-NOMBRE-ARCH-EMP          PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-ARCH-TMP          PIC X(40) VALUE SPACES.
       01 WS-ARCH-TRABA               PIC X(40)
                                VALUE '../TRABA-PADRON.TXT'.

      *----------------------------------------------------------------*
      * Parametros del respaldo generacional del padron (CL19EJ14a)
      *----------------------------------------------------------------*
       01 RSP-PARAMETROS.
          05 RSP-PROGRAMA                  PIC X(10) VALUE 'CL19EJ11a'.
          05 RSP-OPERADOR                  PIC X(08) VALUE SPACES.
          05 RSP-SUCURSALES                PIC X(01) VALUE 'S'.
          05 RSP-MAESTRO                   PIC X(01) VALUE 'S'.
          05 RSP-EGRESADOS                 PIC X(01) VALUE 'S'.
          05 RSP-GENERACION                PIC X(17) VALUE SPACES.
          05 RSP-CANT-ARCHIVOS             PIC 9(03) VALUE ZEROS.
          05 RSP-RESULTADO                 PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------*
      * Movimientos de la corrida a anular, en el orden en que estan
      * en el historial (se recorren de atras hacia adelante), con el
      * numero de linea del historial para detectar los movimientos
      * posteriores del mismo legajo
      *----------------------------------------------------------------*
       01 WS-MOVIMIENTOS.
           02 WS-CANT-MOV                PIC 9(04) VALUE ZEROS.
           02 WS-TAB-MOV.
              05 WS-MOV-ENT OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-CANT-MOV.
                 10 WS-MOV-LINEA         PIC 9(07).
                 10 WS-MOV-LEGAJO        PIC 9(08).
                 10 WS-MOV-TIPO          PIC X(01).
                 10 WS-MOV-ORIGEN        PIC X(10).
                 10 WS-MOV-ANTERIOR      PIC X(74).
                 10 WS-MOV-NUEVA         PIC X(74).
                 10 WS-MOV-EGRESO        PIC X(08).
                 10 WS-MOV-SITUACION     PIC X(01).
                    88 MOV-PENDIENTE               VALUE 'P'.
                    88 MOV-POSTERIOR               VALUE 'X'.
                    88 MOV-ANULADO                 VALUE 'A'.
                    88 MOV-OMITIDO                 VALUE 'O'.
                 10 WS-MOV-MOTIVO        PIC X(40).


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-FIRMAR-SUPERVISOR
              THRU 2000-FIRMAR-SUPERVISOR-EXIT.

           PERFORM 1010-TOMAR-TRABA
              THRU 1010-TOMAR-TRABA-EXIT.

           PERFORM 3000-CARGAR-CORRIDA
              THRU 3000-CARGAR-CORRIDA-EXIT.

           PERFORM 3100-MARCAR-POSTERIORES
              THRU 3100-MARCAR-POSTERIORES-EXIT.

           PERFORM 3200-CONFIRMAR-ANULACION
              THRU 3200-CONFIRMAR-ANULACION-EXIT.

           PERFORM 1015-RESPALDAR-PADRON
              THRU 1015-RESPALDAR-PADRON-EXIT.

           PERFORM 4000-ABRIR-ARCHIVOS
              THRU 4000-ABRIR-ARCHIVOS-EXIT.

           PERFORM 5000-ANULAR-CORRIDA
              THRU 5000-ANULAR-CORRIDA-EXIT.

           PERFORM 8000-FINALIZAR
              THRU 8000-FINALIZAR-EXIT.

           IF WS-CONT-OMITIDOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * Pedir la corrida a anular: fecha-hora AAAAMMDD-HHMMSSCC tal
      * como figura en el encabezado de NOVEDADES-CONTROL.TXT
      *----------------------------------------------------------------*
       1000-INICIAR.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY  FROM TIME.

           DISPLAY '--- ANULACION DE UN LOTE DE NOVEDADES ------------'
           DISPLAY 'Corrida a anular (AAAAMMDD-HHMMSSCC): '
           ACCEPT WS-CORRIDA-ING.

           IF WS-CORRIDA-ING(1:8) IS NOT NUMERIC
              OR WS-CORRIDA-ING(9:1) NOT = '-'
              OR WS-CORRIDA-ING(10:8) IS NOT NUMERIC
              DISPLAY 'IDENTIFICACION DE CORRIDA INVALIDA: '
                      WS-CORRIDA-ING
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-CORRIDA-ING TO WS-CORRIDA.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tomar la traba de ejecucion del padron a nombre del
      * supervisor que anula: mientras dure la anulacion nadie mas
      * escribe los EMPLEADOS-xx.TXT, el maestro ni el historial
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

           OPEN OUTPUT ARCH-TRABA.

           IF NOT FS-TRABA-OK
              DISPLAY 'NO SE PUDO TOMAR LA TRABA DEL PADRON'
              DISPLAY 'FILE STATUS: ' FS-TRABA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO REG-TRABA.
           STRING 'PROGRAMA CL19EJ11a OPERADOR '
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
      * Grabar una generacion de respaldo del padron antes de
      * escribirlo, ya con la traba tomada
      *----------------------------------------------------------------*
       1015-RESPALDAR-PADRON.

           MOVE WS-OPERADOR TO RSP-OPERADOR.

           CALL 'CL19EJ14a' USING RSP-PARAMETROS.

           IF RSP-RESULTADO NOT = '00'
              DISPLAY 'NO SE PUDO RESPALDAR EL PADRON'
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

       1015-RESPALDAR-PADRON-EXIT.
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
      * Firmar al supervisor que anula, contra el archivo de control
      * OPERADORES.TXT, hasta tres intentos como la liberacion de la
      * traba
      *----------------------------------------------------------------*
       2000-FIRMAR-SUPERVISOR.

           MOVE ZEROS TO WS-INTENTOS.
           SET SW-OPERADOR-VALIDO-NO TO TRUE.

           PERFORM UNTIL SW-OPERADOR-VALIDO-SI
                      OR WS-INTENTOS >= 3

              ADD 1 TO WS-INTENTOS

              DISPLAY 'Usuario del supervisor que anula: '
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
              DISPLAY 'SE AGOTARON LOS INTENTOS, NO SE ANULA NADA'
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
      * Cargar los movimientos de la corrida: las lineas del historial
      * cuya fecha-hora es la de la corrida pedida. El formato fijo de
      * cada linea es el que graba el programa de novedades:
      * fecha(8) '-' hora(8) ' LEGAJO: ' legajo(8) ' TIPO: ' tipo(1)
      * ' ORIGEN: ' origen(10) ' ANTERIOR: ' imagen(74) ' NUEVA: '
      * imagen(74); las bajas agregan ' EGR: ' fecha de egreso(8)
      * ' MOT: ' motivo(2), que identifican el periodo en egresados
      * (las lineas anteriores a ese agregado no lo traen y se toma
      * el ultimo periodo del legajo). Una corrida que sea a su vez
      * una anulacion no se anula: el alta con que se anulo una baja
      * no lleva motivo ni fecha de egreso para volver a armar el
      * egresado.
      *----------------------------------------------------------------*
       3000-CARGAR-CORRIDA.

           MOVE ZEROS TO WS-CANT-MOV.
           MOVE ZEROS TO WS-CONT-LINEAS.

           OPEN INPUT ARCH-HISTORIAL.

           IF FS-HISTORIAL-NFD
              DISPLAY 'NO HAY HISTORIAL GRABADO '
                      '(HISTORIAL-LEGAJOS.TXT NO EXISTE)'
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

           IF NOT FS-HISTORIAL-OK
              DISPLAY 'ERROR AL ABRIR HISTORIAL-LEGAJOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

           READ ARCH-HISTORIAL.

           PERFORM UNTIL NOT FS-HISTORIAL-OK

              ADD 1 TO WS-CONT-LINEAS

              IF REG-HISTORIAL(1:17) = WS-CORRIDA
                 AND REG-HISTORIAL(18:9) = ' LEGAJO: '
                 AND REG-HISTORIAL(27:8) IS NUMERIC
                 IF WS-CANT-MOV < 2000
                    ADD 1 TO WS-CANT-MOV
                    MOVE WS-CONT-LINEAS
                      TO WS-MOV-LINEA(WS-CANT-MOV)
                    MOVE REG-HISTORIAL(27:8)
                      TO WS-MOV-LEGAJO(WS-CANT-MOV)
                    MOVE REG-HISTORIAL(42:1)
                      TO WS-MOV-TIPO(WS-CANT-MOV)
                    MOVE REG-HISTORIAL(52:10)
                      TO WS-MOV-ORIGEN(WS-CANT-MOV)
                    MOVE REG-HISTORIAL(73:74)
                      TO WS-MOV-ANTERIOR(WS-CANT-MOV)
                    MOVE REG-HISTORIAL(155:74)
                      TO WS-MOV-NUEVA(WS-CANT-MOV)
                    IF REG-HISTORIAL(229:6) = ' EGR: '
                       MOVE REG-HISTORIAL(235:8)
                         TO WS-MOV-EGRESO(WS-CANT-MOV)
                    ELSE
                       MOVE SPACES TO WS-MOV-EGRESO(WS-CANT-MOV)
                    END-IF
                    MOVE 'P' TO WS-MOV-SITUACION(WS-CANT-MOV)
                    MOVE SPACES TO WS-MOV-MOTIVO(WS-CANT-MOV)
                    IF REG-HISTORIAL(52:10) = 'ANULACION '
                       SET SW-CORRIDA-ANULACION-SI TO TRUE
                    END-IF
                 ELSE
                    SET SW-LOTE-EXCEDIDO-SI TO TRUE
                 END-IF
              END-IF

              READ ARCH-HISTORIAL

           END-PERFORM.

           IF NOT FS-HISTORIAL-EOF
              DISPLAY 'ERROR AL LEER HISTORIAL-LEGAJOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL
              CLOSE ARCH-HISTORIAL
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

           CLOSE ARCH-HISTORIAL.

           IF WS-CANT-MOV = ZEROS
              DISPLAY 'NO HAY MOVIMIENTOS EN EL HISTORIAL CON LA '
                      'CORRIDA: ' WS-CORRIDA
              PERFORM 8010-LIBERAR-TRABA
                 THRU 8010-LIBERAR-TRABA-EXIT
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF SW-LOTE-EXCEDIDO-SI
              DISPLAY 'LA CORRIDA TIENE MAS DE 2000 MOVIMIENTOS, NO '
                      'SE ANULA NADA'
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

           IF SW-CORRIDA-ANULACION-SI
              DISPLAY 'LA CORRIDA INDICADA ES UNA ANULACION, NO SE '
                      'ANULA NADA'
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

       3000-CARGAR-CORRIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Segunda lectura del historial: todo movimiento de otra corrida
      * (incluida una anulacion anterior de esta misma) asentado
      * despues de un movimiento del lote marca ese movimiento, y los
      * anteriores del mismo legajo, como con movimientos posteriores
      *----------------------------------------------------------------*
       3100-MARCAR-POSTERIORES.

           MOVE ZEROS TO WS-NRO-LINEA.

           OPEN INPUT ARCH-HISTORIAL.

           IF NOT FS-HISTORIAL-OK
              DISPLAY 'ERROR AL ABRIR HISTORIAL-LEGAJOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

           READ ARCH-HISTORIAL.

           PERFORM UNTIL NOT FS-HISTORIAL-OK

              ADD 1 TO WS-NRO-LINEA

              IF WS-NRO-LINEA > WS-MOV-LINEA(1)
                 AND REG-HISTORIAL(1:17) NOT = WS-CORRIDA
                 AND REG-HISTORIAL(18:9) = ' LEGAJO: '
                 AND REG-HISTORIAL(27:8) IS NUMERIC
                 MOVE REG-HISTORIAL(27:8) TO WS-LEGAJO-ACT
                 PERFORM 3110-MARCAR-LEGAJO
                    THRU 3110-MARCAR-LEGAJO-EXIT
              END-IF

              READ ARCH-HISTORIAL

           END-PERFORM.

           CLOSE ARCH-HISTORIAL.

       3100-MARCAR-POSTERIORES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Marcar los movimientos del lote del legajo WS-LEGAJO-ACT
      * asentados antes de la linea WS-NRO-LINEA del historial
      *----------------------------------------------------------------*
       3110-MARCAR-LEGAJO.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-CANT-MOV
              IF WS-MOV-LEGAJO(WS-IDX2) = WS-LEGAJO-ACT
                 AND WS-MOV-LINEA(WS-IDX2) < WS-NRO-LINEA
                 AND MOV-PENDIENTE(WS-IDX2)
                 SET MOV-POSTERIOR(WS-IDX2) TO TRUE
                 MOVE 'LEGAJO CON MOVIMIENTOS POSTERIORES'
                   TO WS-MOV-MOTIVO(WS-IDX2)
                 ADD 1 TO WS-CONT-POSTERIORES
              END-IF
           END-PERFORM.

       3110-MARCAR-LEGAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Mostrar lo que se va a anular y los legajos que se dejan como
      * estan, y pedir confirmacion antes de tocar ningun archivo
      *----------------------------------------------------------------*
       3200-CONFIRMAR-ANULACION.

           DISPLAY 'MOVIMIENTOS DE LA CORRIDA: ' WS-CANT-MOV.
           DISPLAY 'CON MOVIMIENTOS POSTERIORES (NO SE ANULAN): '
                   WS-CONT-POSTERIORES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-MOV
              IF MOV-POSTERIOR(WS-IDX)
                 DISPLAY '  LEGAJO: ' WS-MOV-LEGAJO(WS-IDX)
                         ' TIPO: '    WS-MOV-TIPO(WS-IDX)
                         ' TIENE MOVIMIENTOS POSTERIORES'
              END-IF
           END-PERFORM.

           DISPLAY 'Confirmar anulacion de la corrida (S/N): '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
              DISPLAY 'ANULACION CANCELADA, NO SE TOCO NINGUN ARCHIVO'
              PERFORM 8010-LIBERAR-TRABA
                 THRU 8010-LIBERAR-TRABA-EXIT
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

       3200-CONFIRMAR-ANULACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Abrir el reporte de la anulacion, el maestro y egresados para
      * actualizacion y el historial en EXTEND. Sin maestro o sin
      * egresados la anulacion sigue sobre los archivos por sucursal
      * y lo que no se pudo replicar queda avisado en el reporte.
      *----------------------------------------------------------------*
       4000-ABRIR-ARCHIVOS.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR REPORTE-ANULACION.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              PERFORM 9000-ABORTAR
                 THRU 9000-ABORTAR-EXIT
           END-IF.

           SET SW-REPORTE-ABIERTO-SI TO TRUE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'ANULACION DE LA CORRIDA: ' DELIMITED BY SIZE
                  WS-CORRIDA                  DELIMITED BY SIZE
                  ' - FECHA: '                DELIMITED BY SIZE
                  WS-FECHA-HOY                DELIMITED BY SIZE
                  ' HORA: '                   DELIMITED BY SIZE
                  WS-HORA-HOY                 DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES TO REG-REPORTE.
           STRING 'SUPERVISOR: '              DELIMITED BY SIZE
                  WS-OPERADOR                 DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE '----------------------------------------------------'
             TO REG-REPORTE.
           WRITE REG-REPORTE.

           OPEN I-O MAESTRO-EMP.

           IF FS-MAESTRO-OK
              SET SW-MAESTRO-ABIERTO-SI TO TRUE
           ELSE
              DISPLAY 'NO SE PUDO ABRIR EL MAESTRO, LA ANULACION NO '
                      'SE REPLICA EN EL'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
           END-IF.

           OPEN I-O EGRESADOS-EMP.

           IF FS-EGRESADOS-OK
              SET SW-EGRESADOS-ABIERTO-SI TO TRUE
           ELSE
              DISPLAY 'NO SE PUDO ABRIR EGRESADOS-EMPLEADOS.DAT, LA '
                      'ANULACION NO SE REPLICA EN EL'
              DISPLAY 'FILE STATUS: ' FS-EGRESADOS
           END-IF.

           OPEN EXTEND ARCH-HISTORIAL.

           IF NOT FS-HISTORIAL-OK
              OPEN OUTPUT ARCH-HISTORIAL
           END-IF.

           IF FS-HISTORIAL-OK
              SET SW-HISTORIAL-ABIERTO-SI TO TRUE
           ELSE
              DISPLAY 'NO SE PUDO ABRIR HISTORIAL-LEGAJOS.TXT, LA '
                      'ANULACION SIGUE SIN HISTORIAL'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL
           END-IF.

       4000-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Recorrer los movimientos de la corrida del ultimo al primero,
      * deshaciendo cada uno
      *----------------------------------------------------------------*
       5000-ANULAR-CORRIDA.

           PERFORM VARYING WS-IDX FROM WS-CANT-MOV BY -1
                   UNTIL WS-IDX < 1
              PERFORM 5100-ANULAR-MOVIMIENTO
                 THRU 5100-ANULAR-MOVIMIENTO-EXIT
           END-PERFORM.

       5000-ANULAR-CORRIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Deshacer el movimiento WS-IDX segun su tipo. Si no se puede,
      * los movimientos anteriores del mismo legajo en el lote tampoco
      * se anulan: el legajo queda como estaba para corregirlo a mano.
      *----------------------------------------------------------------*
       5100-ANULAR-MOVIMIENTO.

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE WS-MOV-LEGAJO(WS-IDX) TO WS-LEGAJO-ACT.

           IF NOT MOV-PENDIENTE(WS-IDX)
              ADD 1 TO WS-CONT-OMITIDOS
              SET MOV-OMITIDO(WS-IDX) TO TRUE
              PERFORM 5900-REGISTRAR-REPORTE
                 THRU 5900-REGISTRAR-REPORTE-EXIT
              GO TO 5100-ANULAR-MOVIMIENTO-EXIT
           END-IF.

           EVALUATE WS-MOV-TIPO(WS-IDX)
              WHEN 'A'
                 PERFORM 5200-ANULAR-ALTA
                    THRU 5200-ANULAR-ALTA-EXIT
              WHEN 'B'
                 PERFORM 5300-ANULAR-BAJA
                    THRU 5300-ANULAR-BAJA-EXIT
              WHEN 'M'
                 PERFORM 5400-ANULAR-MODIFICACION
                    THRU 5400-ANULAR-MODIFICACION-EXIT
              WHEN 'T'
                 PERFORM 5500-ANULAR-TRASLADO
                    THRU 5500-ANULAR-TRASLADO-EXIT
              WHEN OTHER
                 MOVE 'TIPO DE MOVIMIENTO DESCONOCIDO'
                   TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

           IF WS-MOTIVO-RECHAZO NOT = SPACES
              ADD 1 TO WS-CONT-OMITIDOS
              SET MOV-OMITIDO(WS-IDX) TO TRUE
              MOVE WS-MOTIVO-RECHAZO TO WS-MOV-MOTIVO(WS-IDX)
              PERFORM 5150-OMITIR-LEGAJO
                 THRU 5150-OMITIR-LEGAJO-EXIT
           ELSE
              ADD 1 TO WS-CONT-ANULADOS
              SET MOV-ANULADO(WS-IDX) TO TRUE
              PERFORM 5600-REPLICAR-MAESTRO
                 THRU 5600-REPLICAR-MAESTRO-EXIT
              PERFORM 5650-ACTUALIZAR-EGRESADOS
                 THRU 5650-ACTUALIZAR-EGRESADOS-EXIT
              PERFORM 5700-REGISTRAR-HISTORIAL
                 THRU 5700-REGISTRAR-HISTORIAL-EXIT
           END-IF.

           PERFORM 5900-REGISTRAR-REPORTE
              THRU 5900-REGISTRAR-REPORTE-EXIT.

       5100-ANULAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Dejar sin anular los movimientos anteriores del legajo que no
      * se pudo anular
      *----------------------------------------------------------------*
       5150-OMITIR-LEGAJO.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 >= WS-IDX
              IF WS-MOV-LEGAJO(WS-IDX2) = WS-LEGAJO-ACT
                 AND MOV-PENDIENTE(WS-IDX2)
                 SET MOV-OMITIDO(WS-IDX2) TO TRUE
                 MOVE 'MOVIMIENTO POSTERIOR DEL LOTE NO ANULADO'
                   TO WS-MOV-MOTIVO(WS-IDX2)
              END-IF
           END-PERFORM.

       5150-OMITIR-LEGAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Anular un alta (o un reingreso): sacar el registro del
      * archivo de la sucursal donde quedo
      *----------------------------------------------------------------*
       5200-ANULAR-ALTA.

           MOVE WS-MOV-NUEVA(WS-IDX)(73:2)  TO WS-SUC-TRABAJO.
           MOVE WS-MOV-NUEVA(WS-IDX)(1:72)  TO WS-REG-ESPERADO.
           MOVE SPACES                      TO WS-REG-NUEVO.
           SET OPER-QUITAR TO TRUE.

           PERFORM 6100-ARMAR-NOMBRES
              THRU 6100-ARMAR-NOMBRES-EXIT.

           PERFORM 6000-ARMAR-TEMPORAL
              THRU 6000-ARMAR-TEMPORAL-EXIT.

           IF WS-MOTIVO-RECHAZO = SPACES
              PERFORM 6200-REEMPLAZAR-ARCHIVO
                 THRU 6200-REEMPLAZAR-ARCHIVO-EXIT
           END-IF.

       5200-ANULAR-ALTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Anular una baja: volver a intercalar el registro completo
      * (imagen anterior) en el archivo de su sucursal
      *----------------------------------------------------------------*
       5300-ANULAR-BAJA.

           MOVE WS-MOV-ANTERIOR(WS-IDX)(73:2) TO WS-SUC-TRABAJO.
           MOVE SPACES                        TO WS-REG-ESPERADO.
           MOVE WS-MOV-ANTERIOR(WS-IDX)(1:72) TO WS-REG-NUEVO.
           SET OPER-PONER TO TRUE.

           PERFORM 6100-ARMAR-NOMBRES
              THRU 6100-ARMAR-NOMBRES-EXIT.

           PERFORM 6000-ARMAR-TEMPORAL
              THRU 6000-ARMAR-TEMPORAL-EXIT.

           IF WS-MOTIVO-RECHAZO = SPACES
              PERFORM 6200-REEMPLAZAR-ARCHIVO
                 THRU 6200-REEMPLAZAR-ARCHIVO-EXIT
           END-IF.

       5300-ANULAR-BAJA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Anular una modificacion: reemplazar el registro actual (que
      * tiene que ser igual a la imagen nueva) por la imagen anterior
      *----------------------------------------------------------------*
       5400-ANULAR-MODIFICACION.

           MOVE WS-MOV-NUEVA(WS-IDX)(73:2)    TO WS-SUC-TRABAJO.
           MOVE WS-MOV-NUEVA(WS-IDX)(1:72)    TO WS-REG-ESPERADO.
           MOVE WS-MOV-ANTERIOR(WS-IDX)(1:72) TO WS-REG-NUEVO.
           SET OPER-REEMPLAZAR TO TRUE.

           PERFORM 6100-ARMAR-NOMBRES
              THRU 6100-ARMAR-NOMBRES-EXIT.

           PERFORM 6000-ARMAR-TEMPORAL
              THRU 6000-ARMAR-TEMPORAL-EXIT.

           IF WS-MOTIVO-RECHAZO = SPACES
              PERFORM 6200-REEMPLAZAR-ARCHIVO
                 THRU 6200-REEMPLAZAR-ARCHIVO-EXIT
           END-IF.

       5400-ANULAR-MODIFICACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Anular un traslado como una sola operacion, igual que el
      * programa de novedades lo aplico: temporal de la sucursal
      * donde quedo el legajo sin el registro y temporal de la
      * sucursal de origen con el registro intercalado; recien con
      * los dos completos se reemplazan los archivos, primero el que
      * recibe el registro para que un corte deje el legajo
      * duplicado (lo detecta la consolidacion) y no perdido.
      *----------------------------------------------------------------*
       5500-ANULAR-TRASLADO.

           MOVE WS-MOV-NUEVA(WS-IDX)(73:2)  TO WS-SUC-TRABAJO.
           MOVE WS-MOV-NUEVA(WS-IDX)(1:72)  TO WS-REG-ESPERADO.
           MOVE SPACES                      TO WS-REG-NUEVO.
           SET OPER-QUITAR TO TRUE.

           PERFORM 6100-ARMAR-NOMBRES
              THRU 6100-ARMAR-NOMBRES-EXIT.

           PERFORM 6000-ARMAR-TEMPORAL
              THRU 6000-ARMAR-TEMPORAL-EXIT.

           IF WS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 5500-ANULAR-TRASLADO-EXIT
           END-IF.

           MOVE WS-NOMBRE-ARCH-EMP TO WS-ARCH-SALIDA.
           MOVE WS-NOMBRE-ARCH-TMP TO WS-ARCH-SALIDA-TMP.

           MOVE WS-MOV-ANTERIOR(WS-IDX)(73:2) TO WS-SUC-TRABAJO.
           MOVE SPACES                        TO WS-REG-ESPERADO.
           MOVE WS-MOV-ANTERIOR(WS-IDX)(1:72) TO WS-REG-NUEVO.
           SET OPER-PONER TO TRUE.

           PERFORM 6100-ARMAR-NOMBRES
              THRU 6100-ARMAR-NOMBRES-EXIT.

           PERFORM 6000-ARMAR-TEMPORAL
              THRU 6000-ARMAR-TEMPORAL-EXIT.

           IF WS-MOTIVO-RECHAZO NOT = SPACES
              CALL 'CBL_DELETE_FILE' USING WS-ARCH-SALIDA-TMP
              MOVE 0 TO RETURN-CODE
              GO TO 5500-ANULAR-TRASLADO-EXIT
           END-IF.

           MOVE WS-NOMBRE-ARCH-EMP TO WS-ARCH-LLEGADA.
           MOVE WS-NOMBRE-ARCH-TMP TO WS-ARCH-LLEGADA-TMP.

           CALL 'CBL_RENAME_FILE' USING WS-ARCH-LLEGADA-TMP
                                        WS-ARCH-LLEGADA.
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              MOVE 'ERROR AL REEMPLAZAR ARCHIVO DE ORIGEN'
                TO WS-MOTIVO-RECHAZO
              CALL 'CBL_DELETE_FILE' USING WS-ARCH-SALIDA-TMP
              MOVE 0 TO RETURN-CODE
              CALL 'CBL_DELETE_FILE' USING WS-ARCH-LLEGADA-TMP
              MOVE 0 TO RETURN-CODE
              GO TO 5500-ANULAR-TRASLADO-EXIT
           END-IF.

           CALL 'CBL_RENAME_FILE' USING WS-ARCH-SALIDA-TMP
                                        WS-ARCH-SALIDA.
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              MOVE 'TRASLADO A MEDIO ANULAR, LEGAJO DUPLICADO'
                TO WS-MOTIVO-RECHAZO
              DISPLAY 'ATENCION: EL LEGAJO ' WS-LEGAJO-ACT ' QUEDO EN '
                      'AMBAS SUCURSALES, DAR LA BAJA EN '
                      WS-MOV-NUEVA(WS-IDX)(73:2)
              CALL 'CBL_DELETE_FILE' USING WS-ARCH-SALIDA-TMP
              MOVE 0 TO RETURN-CODE
           END-IF.

       5500-ANULAR-TRASLADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Replicar la anulacion en el maestro indexado: el alta anulada
      * se borra, la baja anulada se vuelve a grabar con la imagen
      * anterior, la modificacion anulada se regraba con la imagen
      * anterior y el traslado anulado vuelve a la sucursal de origen
      *----------------------------------------------------------------*
       5600-REPLICAR-MAESTRO.

           IF SW-MAESTRO-ABIERTO-NO
              GO TO 5600-REPLICAR-MAESTRO-EXIT
           END-IF.

           MOVE WS-LEGAJO-ACT TO MAE-LEGAJO.

           EVALUATE WS-MOV-TIPO(WS-IDX)

              WHEN 'A'
                 DELETE MAESTRO-EMP RECORD

              WHEN 'B'
                 MOVE WS-MOV-ANTERIOR(WS-IDX) TO REG-MAESTRO
                 WRITE REG-MAESTRO

              WHEN 'M'
                 READ MAESTRO-EMP
                 IF FS-MAESTRO-OK
                    MOVE WS-MOV-ANTERIOR(WS-IDX) TO REG-MAESTRO
                    REWRITE REG-MAESTRO
                 END-IF

              WHEN 'T'
                 READ MAESTRO-EMP
                 IF FS-MAESTRO-OK
                    MOVE WS-MOV-ANTERIOR(WS-IDX)(73:2)
                      TO MAE-SUCURSAL
                    REWRITE REG-MAESTRO
                 END-IF

           END-EVALUATE.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'MAESTRO DESINCRONIZADO PARA EL LEGAJO '
                      WS-LEGAJO-ACT ', FILE STATUS: ' FS-MAESTRO
              MOVE SPACES TO REG-REPORTE
              STRING 'AVISO: MAESTRO DESINCRONIZADO LEGAJO: '
                                      DELIMITED BY SIZE
                     WS-LEGAJO-ACT    DELIMITED BY SIZE
                     ' FILE STATUS: ' DELIMITED BY SIZE
                     FS-MAESTRO       DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       5600-REPLICAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Replicar la anulacion en el archivo de egresados: la baja
      * anulada borra su periodo (el de la fecha de egreso asentada
      * en el historial, o el ultimo del legajo si la linea no la
      * trae) y el reingreso anulado deja el ultimo periodo otra vez
      * sin fecha de reingreso
      *----------------------------------------------------------------*
       5650-ACTUALIZAR-EGRESADOS.

           MOVE SPACES TO WS-EGRESO-HIST.

           IF WS-MOV-TIPO(WS-IDX) NOT = 'B'
              AND WS-MOV-ORIGEN(WS-IDX) NOT = 'REINGRESO '
              GO TO 5650-ACTUALIZAR-EGRESADOS-EXIT
           END-IF.

           IF SW-EGRESADOS-ABIERTO-NO
              MOVE '99' TO FS-EGRESADOS
              GO TO 5650-ACTUALIZAR-EGRESADOS-AVISO
           END-IF.

           IF WS-MOV-TIPO(WS-IDX) = 'B'
              AND WS-MOV-EGRESO(WS-IDX) IS NUMERIC
              MOVE WS-LEGAJO-ACT         TO EGR-LEGAJO
              MOVE WS-MOV-EGRESO(WS-IDX) TO EGR-FECHA-EGRESO
              READ EGRESADOS-EMP
           ELSE
              PERFORM 5655-LEER-ULTIMO-EGRESO
                 THRU 5655-LEER-ULTIMO-EGRESO-EXIT
           END-IF.

           IF FS-EGRESADOS-OK
              IF WS-MOV-TIPO(WS-IDX) = 'B'
                 DELETE EGRESADOS-EMP RECORD
              ELSE
                 MOVE ZEROS TO EGR-FECHA-REINGRESO
                 REWRITE REG-EGRESADO
                 IF FS-EGRESADOS-OK
                    STRING ' EGR: '          DELIMITED BY SIZE
                           EGR-FECHA-EGRESO  DELIMITED BY SIZE
                           ' MOT: '          DELIMITED BY SIZE
                           EGR-MOTIVO-BAJA   DELIMITED BY SIZE
                      INTO WS-EGRESO-HIST
                 END-IF
              END-IF
           END-IF.

           IF FS-EGRESADOS-OK
              GO TO 5650-ACTUALIZAR-EGRESADOS-EXIT
           END-IF.

       5650-ACTUALIZAR-EGRESADOS-AVISO.

           DISPLAY 'EGRESADOS DESINCRONIZADO PARA EL LEGAJO '
                   WS-LEGAJO-ACT ', FILE STATUS: ' FS-EGRESADOS.
           MOVE SPACES TO REG-REPORTE.
           STRING 'AVISO: EGRESADOS DESINCRONIZADO LEGAJO: '
                                   DELIMITED BY SIZE
                  WS-LEGAJO-ACT    DELIMITED BY SIZE
                  ' FILE STATUS: ' DELIMITED BY SIZE
                  FS-EGRESADOS     DELIMITED BY SIZE
             INTO REG-REPORTE.
           WRITE REG-REPORTE.

       5650-ACTUALIZAR-EGRESADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Posicionar egresados en el periodo mas reciente del legajo:
      * recorrer sus claves y volver a leer la de egreso mas alta,
      * que queda lista para el REWRITE o el DELETE
      *----------------------------------------------------------------*
       5655-LEER-ULTIMO-EGRESO.

           SET SW-EGRESO-HALLADO-NO TO TRUE.
           MOVE ZEROS TO WS-ULTIMO-EGRESO.
           MOVE WS-LEGAJO-ACT TO EGR-LEGAJO.
           MOVE ZEROS TO EGR-FECHA-EGRESO.

           START EGRESADOS-EMP KEY IS NOT LESS THAN EGR-CLAVE.

           IF FS-EGRESADOS-OK
              READ EGRESADOS-EMP NEXT RECORD
           END-IF.

           PERFORM UNTIL NOT FS-EGRESADOS-OK
                      OR EGR-LEGAJO NOT = WS-LEGAJO-ACT
              SET SW-EGRESO-HALLADO-SI TO TRUE
              MOVE EGR-FECHA-EGRESO TO WS-ULTIMO-EGRESO
              READ EGRESADOS-EMP NEXT RECORD
           END-PERFORM.

           IF SW-EGRESO-HALLADO-NO
              MOVE '23' TO FS-EGRESADOS
              GO TO 5655-LEER-ULTIMO-EGRESO-EXIT
           END-IF.

           MOVE WS-LEGAJO-ACT    TO EGR-LEGAJO.
           MOVE WS-ULTIMO-EGRESO TO EGR-FECHA-EGRESO.
           READ EGRESADOS-EMP.

       5655-LEER-ULTIMO-EGRESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Asentar la anulacion en el historial con el mismo formato fijo
      * que el programa de novedades, origen ANULACION y la fecha-hora
      * de esta corrida: el tipo es el movimiento inverso (el alta se
      * anula con una baja y viceversa) y las imagenes van cruzadas
      *----------------------------------------------------------------*
       5700-REGISTRAR-HISTORIAL.

           IF SW-HISTORIAL-ABIERTO-NO
              GO TO 5700-REGISTRAR-HISTORIAL-EXIT
           END-IF.

           EVALUATE WS-MOV-TIPO(WS-IDX)
              WHEN 'A'
                 MOVE 'B' TO WS-TIPO-INVERSO
              WHEN 'B'
                 MOVE 'A' TO WS-TIPO-INVERSO
              WHEN OTHER
                 MOVE WS-MOV-TIPO(WS-IDX) TO WS-TIPO-INVERSO
           END-EVALUATE.

           MOVE WS-MOV-NUEVA(WS-IDX)    TO WS-IMG-ANTERIOR.
           MOVE WS-MOV-ANTERIOR(WS-IDX) TO WS-IMG-NUEVA.

      *    El reingreso anulado deja al empleado fuera del padron: su
      *    imagen anterior era la de egresados, no la de una sucursal.
           IF WS-MOV-TIPO(WS-IDX) = 'A'
              MOVE SPACES TO WS-IMG-NUEVA
           END-IF.

           MOVE SPACES TO REG-HISTORIAL.
           STRING WS-FECHA-HOY       DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-HORA-HOY        DELIMITED BY SIZE
                  ' LEGAJO: '        DELIMITED BY SIZE
                  WS-LEGAJO-ACT      DELIMITED BY SIZE
                  ' TIPO: '          DELIMITED BY SIZE
                  WS-TIPO-INVERSO    DELIMITED BY SIZE
                  ' ORIGEN: '        DELIMITED BY SIZE
                  'ANULACION '       DELIMITED BY SIZE
                  ' ANTERIOR: '      DELIMITED BY SIZE
                  WS-IMG-ANTERIOR    DELIMITED BY SIZE
                  ' NUEVA: '         DELIMITED BY SIZE
                  WS-IMG-NUEVA       DELIMITED BY SIZE
                  WS-EGRESO-HIST     DELIMITED BY SIZE
             INTO REG-HISTORIAL.
           WRITE REG-HISTORIAL.

           IF NOT FS-HISTORIAL-OK
              DISPLAY 'NO SE PUDO ASENTAR EN EL HISTORIAL EL '
                      'LEGAJO ' WS-LEGAJO-ACT
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL
           END-IF.

       5700-REGISTRAR-HISTORIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Dejar constancia del movimiento en el reporte de la anulacion,
      * con el motivo cuando no se anulo
      *----------------------------------------------------------------*
       5900-REGISTRAR-REPORTE.

           MOVE SPACES TO WS-SUC-REPORTE.
           EVALUATE WS-MOV-TIPO(WS-IDX)
              WHEN 'B'
                 MOVE WS-MOV-ANTERIOR(WS-IDX)(73:2) TO WS-SUC-REPORTE
              WHEN 'T'
                 STRING WS-MOV-NUEVA(WS-IDX)(73:2)    DELIMITED BY SIZE
                        '->'                          DELIMITED BY SIZE
                        WS-MOV-ANTERIOR(WS-IDX)(73:2) DELIMITED BY SIZE
                   INTO WS-SUC-REPORTE
              WHEN OTHER
                 MOVE WS-MOV-NUEVA(WS-IDX)(73:2) TO WS-SUC-REPORTE
           END-EVALUATE.

           MOVE SPACES TO REG-REPORTE.
           IF MOV-ANULADO(WS-IDX)
              STRING 'ANULADO   TIPO: '       DELIMITED BY SIZE
                     WS-MOV-TIPO(WS-IDX)      DELIMITED BY SIZE
                     ' SUCURSAL: '            DELIMITED BY SIZE
                     WS-SUC-REPORTE           DELIMITED BY SIZE
                     ' LEGAJO: '              DELIMITED BY SIZE
                     WS-MOV-LEGAJO(WS-IDX)    DELIMITED BY SIZE
                INTO REG-REPORTE
           ELSE
              STRING 'OMITIDO   TIPO: '       DELIMITED BY SIZE
                     WS-MOV-TIPO(WS-IDX)      DELIMITED BY SIZE
                     ' SUCURSAL: '            DELIMITED BY SIZE
                     WS-SUC-REPORTE           DELIMITED BY SIZE
                     ' LEGAJO: '              DELIMITED BY SIZE
                     WS-MOV-LEGAJO(WS-IDX)    DELIMITED BY SIZE
                     ' MOTIVO: '              DELIMITED BY SIZE
                     WS-MOV-MOTIVO(WS-IDX)    DELIMITED BY SIZE
                INTO REG-REPORTE
           END-IF.
           WRITE REG-REPORTE.

       5900-REGISTRAR-REPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Armar el temporal del archivo de la sucursal aplicando la
      * operacion WS-OPERACION al legajo WS-LEGAJO-ACT, igual que la
      * regrabacion del programa de novedades. Si algo falla el
      * temporal se descarta y el motivo queda en WS-MOTIVO-RECHAZO.
      *----------------------------------------------------------------*
       6000-ARMAR-TEMPORAL.

           SET SW-PENDIENTE-SI TO TRUE.
           SET SW-GRABACION-OK-SI TO TRUE.

           OPEN INPUT ENT-EMPLEADO.

           IF FS-EMPLEADOS-NFD
              MOVE 'ARCHIVO DE SUCURSAL INEXISTENTE'
                TO WS-MOTIVO-RECHAZO
              GO TO 6000-ARMAR-TEMPORAL-EXIT
           END-IF.

           IF NOT FS-EMPLEADOS-OK
              MOVE 'ERROR AL ABRIR ARCHIVO DE SUCURSAL'
                TO WS-MOTIVO-RECHAZO
              GO TO 6000-ARMAR-TEMPORAL-EXIT
           END-IF.

           OPEN OUTPUT SAL-EMPLEADO-TMP.

           IF NOT FS-EMPLEADO-TMP-OK
              MOVE 'ERROR AL ABRIR TEMPORAL DE SUCURSAL'
                TO WS-MOTIVO-RECHAZO
              CLOSE ENT-EMPLEADO
              GO TO 6000-ARMAR-TEMPORAL-EXIT
           END-IF.

           READ ENT-EMPLEADO.

           PERFORM UNTIL NOT FS-EMPLEADOS-OK
                      OR SW-GRABACION-OK-NO
                      OR WS-MOTIVO-RECHAZO NOT = SPACES

              IF SW-PENDIENTE-SI
                 AND ENT-EMP-ID >= WS-LEGAJO-ACT
                 PERFORM 6010-RESOLVER-REGISTRO
                    THRU 6010-RESOLVER-REGISTRO-EXIT
              ELSE
                 MOVE REG-ENT-EMPLEADO TO REG-SAL-EMPLEADO
                 PERFORM 6020-GRABAR-TEMPORAL
                    THRU 6020-GRABAR-TEMPORAL-EXIT
              END-IF

              READ ENT-EMPLEADO

           END-PERFORM.

           IF WS-MOTIVO-RECHAZO = SPACES
              AND NOT FS-EMPLEADOS-EOF
              AND NOT FS-EMPLEADOS-OK
              MOVE 'ERROR AL LEER ARCHIVO DE SUCURSAL'
                TO WS-MOTIVO-RECHAZO
           END-IF.

      *    Al final del archivo sin cruzar el legajo: el registro a
      *    poner va al final; el que habia que quitar o reemplazar
      *    no esta.
           IF WS-MOTIVO-RECHAZO = SPACES
              AND SW-GRABACION-OK-SI
              AND SW-PENDIENTE-SI
              IF OPER-PONER
                 MOVE WS-REG-NUEVO TO REG-SAL-EMPLEADO
                 PERFORM 6020-GRABAR-TEMPORAL
                    THRU 6020-GRABAR-TEMPORAL-EXIT
                 SET SW-PENDIENTE-NO TO TRUE
              ELSE
                 MOVE 'LEGAJO INEXISTENTE EN LA SUCURSAL'
                   TO WS-MOTIVO-RECHAZO
              END-IF
           END-IF.

           CLOSE ENT-EMPLEADO.
           CLOSE SAL-EMPLEADO-TMP.

           IF WS-MOTIVO-RECHAZO = SPACES AND SW-GRABACION-OK-NO
              MOVE 'ERROR DE GRABACION EN TEMPORAL'
                TO WS-MOTIVO-RECHAZO
           END-IF.

           IF WS-MOTIVO-RECHAZO NOT = SPACES
              CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-ARCH-TMP
              MOVE 0 TO RETURN-CODE
           END-IF.

       6000-ARMAR-TEMPORAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Resolver la operacion en el punto del archivo donde el legajo
      * leido alcanza o supera al del movimiento
      *----------------------------------------------------------------*
       6010-RESOLVER-REGISTRO.

           SET SW-PENDIENTE-NO TO TRUE.

           IF OPER-PONER
              IF ENT-EMP-ID = WS-LEGAJO-ACT
                 MOVE 'LEGAJO YA EXISTE EN LA SUCURSAL'
                   TO WS-MOTIVO-RECHAZO
              ELSE
                 MOVE WS-REG-NUEVO TO REG-SAL-EMPLEADO
                 PERFORM 6020-GRABAR-TEMPORAL
                    THRU 6020-GRABAR-TEMPORAL-EXIT
                 MOVE REG-ENT-EMPLEADO TO REG-SAL-EMPLEADO
                 PERFORM 6020-GRABAR-TEMPORAL
                    THRU 6020-GRABAR-TEMPORAL-EXIT
              END-IF
              GO TO 6010-RESOLVER-REGISTRO-EXIT
           END-IF.

           IF ENT-EMP-ID NOT = WS-LEGAJO-ACT
              MOVE 'LEGAJO INEXISTENTE EN LA SUCURSAL'
                TO WS-MOTIVO-RECHAZO
              GO TO 6010-RESOLVER-REGISTRO-EXIT
           END-IF.

           IF REG-ENT-EMPLEADO NOT = WS-REG-ESPERADO
              MOVE 'REGISTRO CAMBIADO FUERA DEL LOTE'
                TO WS-MOTIVO-RECHAZO
              GO TO 6010-RESOLVER-REGISTRO-EXIT
           END-IF.

           IF OPER-REEMPLAZAR
              MOVE WS-REG-NUEVO TO REG-SAL-EMPLEADO
              PERFORM 6020-GRABAR-TEMPORAL
                 THRU 6020-GRABAR-TEMPORAL-EXIT
           END-IF.

       6010-RESOLVER-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Grabar en el temporal el registro armado en REG-SAL-EMPLEADO
      *----------------------------------------------------------------*
       6020-GRABAR-TEMPORAL.

           WRITE REG-SAL-EMPLEADO.

           IF NOT FS-EMPLEADO-TMP-OK
              SET SW-GRABACION-OK-NO TO TRUE
           END-IF.

       6020-GRABAR-TEMPORAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Armar el nombre del archivo de la sucursal WS-SUC-TRABAJO y el
      * de su temporal
      *----------------------------------------------------------------*
       6100-ARMAR-NOMBRES.

           MOVE SPACES TO WS-NOMBRE-ARCH-EMP.
           STRING '../EMPLEADOS-'    DELIMITED BY SIZE
                  WS-SUC-TRABAJO     DELIMITED BY SIZE
                  '.TXT'             DELIMITED BY SIZE
             INTO WS-NOMBRE-ARCH-EMP.

           MOVE SPACES TO WS-NOMBRE-ARCH-TMP.
           STRING WS-NOMBRE-ARCH-EMP DELIMITED BY SPACE
                  '.TMP'             DELIMITED BY SIZE
             INTO WS-NOMBRE-ARCH-TMP.

       6100-ARMAR-NOMBRES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reemplazar el archivo de la sucursal por el temporal armado
      *----------------------------------------------------------------*
       6200-REEMPLAZAR-ARCHIVO.

           CALL 'CBL_RENAME_FILE' USING WS-NOMBRE-ARCH-TMP
                                        WS-NOMBRE-ARCH-EMP.

           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              MOVE 'ERROR AL REEMPLAZAR ARCHIVO DE SUCURSAL'
                TO WS-MOTIVO-RECHAZO
              CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-ARCH-TMP
              MOVE 0 TO RETURN-CODE
           END-IF.

       6200-REEMPLAZAR-ARCHIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Proceso de finalizacion: liberar la traba, cerrar archivos y
      * totales de la anulacion
      *----------------------------------------------------------------*
       8000-FINALIZAR.

           PERFORM 8010-LIBERAR-TRABA
              THRU 8010-LIBERAR-TRABA-EXIT.

           IF SW-MAESTRO-ABIERTO-SI
              CLOSE MAESTRO-EMP
              SET SW-MAESTRO-ABIERTO-NO TO TRUE
           END-IF.

           IF SW-EGRESADOS-ABIERTO-SI
              CLOSE EGRESADOS-EMP
              SET SW-EGRESADOS-ABIERTO-NO TO TRUE
           END-IF.

           IF SW-HISTORIAL-ABIERTO-SI
              CLOSE ARCH-HISTORIAL
              SET SW-HISTORIAL-ABIERTO-NO TO TRUE
           END-IF.

           IF SW-REPORTE-ABIERTO-SI
              MOVE '--------------------------------------------' &
                   '--------'
                TO REG-REPORTE
              WRITE REG-REPORTE

              MOVE SPACES TO REG-REPORTE
              STRING 'MOVIMIENTOS DE LA CORRIDA: ' DELIMITED BY SIZE
                     WS-CANT-MOV                   DELIMITED BY SIZE
                     '  ANULADOS: '                DELIMITED BY SIZE
                     WS-CONT-ANULADOS              DELIMITED BY SIZE
                     '  OMITIDOS: '                DELIMITED BY SIZE
                     WS-CONT-OMITIDOS              DELIMITED BY SIZE
                INTO REG-REPORTE
              WRITE REG-REPORTE

              CLOSE SAL-REPORTE
              SET SW-REPORTE-ABIERTO-NO TO TRUE
           END-IF.

           DISPLAY 'MOVIMIENTOS DE LA CORRIDA: ' WS-CANT-MOV.
           DISPLAY 'MOVIMIENTOS ANULADOS: '      WS-CONT-ANULADOS.
           DISPLAY 'MOVIMIENTOS OMITIDOS: '      WS-CONT-OMITIDOS.
           DISPLAY 'VER DETALLE EN: REPORTE-ANULACION.TXT'.

       8000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cortar la anulacion por un error antes de tocar los archivos
      * del padron, liberando la traba
      *----------------------------------------------------------------*
       9000-ABORTAR.

           PERFORM 8010-LIBERAR-TRABA
              THRU 8010-LIBERAR-TRABA-EXIT.

           IF SW-REPORTE-ABIERTO-SI
              CLOSE SAL-REPORTE
           END-IF.

           DISPLAY 'ANULACION CORTADA, NO SE TOCO NINGUN ARCHIVO '
                   'DEL PADRON'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9000-ABORTAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       END PROGRAM CL19EJ11a.
