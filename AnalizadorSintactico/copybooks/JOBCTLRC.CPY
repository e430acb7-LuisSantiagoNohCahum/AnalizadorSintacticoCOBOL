      * arrancar para reanudar en el primer paso que no haya
      * terminado limpio, en lugar de repetir la noche entera.
      *   JOBCTL-ESTADO: P = pendiente, E = en proceso,
      *                  C = completo, F = fallido,
      *                  O = omitido por el calendario (paso de
      *                      fin de mes o semanal en un dia que
      *                      no lo es).
       01 JOBCTL-RECORD.
           05 JOBCTL-FECHA        PIC X(8).
           05 JOBCTL-PASO         PIC 9(2).
