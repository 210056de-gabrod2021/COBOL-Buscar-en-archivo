      *   contra INTERFAZ-SUELDOS[-xx].TXT (total o por sucursal,
      *   igual que la generacion del extracto), con reporte
      *   CONCILIACION-SUELDOS.TXT.
      * - El registro del extracto pasa a 100 posiciones: el detalle
      *   puede traer el CUIL al final (marca S en la posicion 21 de
      *   la cabecera).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL19EJ06a.
       FILE SECTION.

       FD ENT-EXTRACTO.
       01 REG-EXTRACTO                     PIC X(100).

       FD ENT-RETORNO.
       01 REG-RETORNO                      PIC X(80).
