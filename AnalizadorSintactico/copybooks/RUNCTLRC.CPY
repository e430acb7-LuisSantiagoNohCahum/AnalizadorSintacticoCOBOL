      * calculo lo consultan al arrancar y se niegan a repetir una
      * fecha de negocio ya completada, salvo que operaciones lo
      * fuerce con PARM-FORZAR en CALCPARM.DAT.
      * Los reversos aplicados se cuentan aparte de los procesados
      * (leidos = procesados + rechazados + reversos), con el total
      * revertido; RUNCTL-TOTAL es el neto de calculos menos
      * reversos. Los controles anteriores a estos campos los
      * traen en blanco.
       01 RUNCTL-RECORD.
           05 RUNCTL-FECHA         PIC X(8).
           05 RUNCTL-NUM-CORRIDA   PIC 9(4).
           05 RUNCTL-PROCESADOS    PIC 9(9).
           05 RUNCTL-RECHAZADOS    PIC 9(9).
           05 RUNCTL-TOTAL         PIC S9(11)V99.
           05 RUNCTL-REVERSOS      PIC 9(9).
           05 RUNCTL-TOTAL-REVERSOS PIC 9(11)V99.
