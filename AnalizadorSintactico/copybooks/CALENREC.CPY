      * CALENREC.CPY
      * Registro del calendario de dias habiles CALENDAR.DAT: una
      * linea por cada fecha que se aparta de la regla general de
      * lunes a viernes habiles y sabado y domingo inhabiles. Lo
      * mantiene operaciones con MANTCALE y lo consulta la rutina
      * de fecha de negocio FECHANEG.
      *   CAL-TIPO: F = feriado (dia de semana inhabil),
      *             H = dia habil extraordinario (sabado o domingo
      *                 en que se trabaja).
       01 CAL-RECORD.
           05 CAL-FECHA           PIC X(8).
           05 CAL-TIPO            PIC X.
           05 CAL-DESCRIPCION     PIC X(30).
