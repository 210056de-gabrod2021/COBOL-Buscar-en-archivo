      *   personal (consultas, novedades, conversion, resumen del
      *   log, conciliacion, retorno de sueldos y licencias), lineas
      *   de comentario con * en la primera posicion.
      * - Se agrega como paso posible el control de fichadas del
      *   reloj CL19EJ16a (RC 4 cuando hay ausencias injustificadas).
      * - Se agrega como paso posible el control de integridad
      *   referencial CL19EJ18a, que va primero en el plan: con
      *   inconsistencias graves devuelve 8 y la cadena se corta
      *   antes de tocar el padron; el motivo del corte remite a
      *   REPORTE-INTEGRIDAD.TXT. Con 12 (el control no pudo leer
      *   sus archivos) el motivo es el RC, como en los demas pasos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ08a.
          02 FILLER                     PIC X(10) VALUE 'CL19EJ06a'.
          02 FILLER                     PIC X(10) VALUE 'CL19EJ07a'.
          02 FILLER                     PIC X(10) VALUE 'CL19EJ09a'.
          02 FILLER                     PIC X(10) VALUE 'CL19EJ16a'.
          02 FILLER                     PIC X(10) VALUE 'CL19EJ18a'.
       01 WS-TAB-PROGRAMAS-R REDEFINES WS-TAB-PROGRAMAS.
          02 WS-PGM-NOMBRE OCCURS 10 TIMES PIC X(10).


       PROCEDURE DIVISION.

           SET SW-PASO-CONOCIDO-NO TO TRUE.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > 10
                      OR SW-PASO-CONOCIDO-SI
              IF WS-PGM-NOMBRE(WS-PGM-IDX) = WS-PASO-NOMBRE
                 SET SW-PASO-CONOCIDO-SI TO TRUE
                        ' DEVOLVIO RC '   DELIMITED BY SIZE
                        WS-PASO-RC        DELIMITED BY SIZE
                   INTO WS-MOTIVO-CORTE
                 IF WS-PASO-NOMBRE = 'CL19EJ18a'
                    AND WS-PASO-RC = 8
                    MOVE SPACES TO WS-MOTIVO-CORTE
                    STRING 'INCONSISTENCIAS GRAVES, '
                                          DELIMITED BY SIZE
                           'VER REPORTE-INTEGRIDAD.TXT'
                                          DELIMITED BY SIZE
                      INTO WS-MOTIVO-CORTE
                 END-IF
                 DISPLAY 'CADENA CORTADA: ' WS-MOTIVO-CORTE

           END-EVALUATE.
