      * FECNEGRC.CPY
      * Registro de la fecha de negocio vigente FECHANEG.DAT. Lo
      * escribe CADENOCT una sola vez por noche, al abrir la cadena
      * de una fecha nueva, con la fecha calculada contra el
      * calendario CALENDAR.DAT; todos los pasos la toman de aqui a
      * traves de la rutina FECHANEG en lugar de leer el reloj, de
      * modo que un paso que cruza la medianoche sigue trabajando
      * para la misma fecha de negocio.
      *   FECNEG-FIN-MES: S = la fecha es el ultimo dia habil del
      *                   mes.
       01 FECNEG-RECORD.
           05 FECNEG-FECHA        PIC X(8).
           05 FECNEG-SIGUIENTE    PIC X(8).
           05 FECNEG-FIN-MES      PIC X.
           05 FECNEG-ESTABLECIDA  PIC X(21).
