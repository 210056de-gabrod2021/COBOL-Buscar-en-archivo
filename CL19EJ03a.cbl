      *   TRABA-PADRON.TXT; si otro proceso la tiene tomada la
      *   conversion no arranca. Una traba huerfana se libera con
      *   CL19EJ10a.
      * - Antes de recrear el maestro se graba una generacion de
      *   respaldo del maestro anterior con CL19EJ14a; si el
      *   respaldo falla la conversion no arranca.
      * - El mensaje con la generacion respaldada lo da CL19EJ14a;
      *   el programa ya no lo repite.
      * - El bloque de parametros de CL19EJ14a lleva el indicador
      *   de egresados en N: el proceso no toca egresados ni el
      *   historial de legajos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ03a.
       01 WS-ARCH-TRABA               PIC X(40)
                                VALUE '../TRABA-PADRON.TXT'.

      *----------------------------------------------------------------*
      * Parametros del respaldo generacional del padron (CL19EJ14a)
      *----------------------------------------------------------------*
       01 RSP-PARAMETROS.
          05 RSP-PROGRAMA                  PIC X(10) VALUE 'CL19EJ03a'.
          05 RSP-OPERADOR                  PIC X(08) VALUE SPACES.
          05 RSP-SUCURSALES                PIC X(01) VALUE 'N'.
          05 RSP-MAESTRO                   PIC X(01) VALUE 'S'.
          05 RSP-EGRESADOS                 PIC X(01) VALUE 'N'.
          05 RSP-GENERACION                PIC X(17) VALUE SPACES.
          05 RSP-CANT-ARCHIVOS             PIC 9(03) VALUE ZEROS.
          05 RSP-RESULTADO                 PIC X(02) VALUE SPACES.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           PERFORM 1010-TOMAR-TRABA
              THRU 1010-TOMAR-TRABA-EXIT.

           PERFORM 1015-RESPALDAR-PADRON
              THRU 1015-RESPALDAR-PADRON-EXIT.

           OPEN OUTPUT SAL-MAESTRO.

           IF NOT FS-MAESTRO-OK
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
