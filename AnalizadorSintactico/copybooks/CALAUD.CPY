      * CALAUD.CPY
      * Registro de auditoria del mantenimiento del calendario de
      * dias habiles CALENDAR.DAT: una linea por alta o baja
      * confirmada en MANTCALE, con el tipo y la descripcion de la
      * fecha antes y despues del movimiento, el usuario que lo
      * hizo y la marca de tiempo.
      *   CAUD-ACCION: A = alta (la imagen anterior va en blanco),
      *                B = baja (la imagen nueva va en blanco).
       01 CAUD-RECORD.
           05 CAUD-TIMESTAMP              PIC X(21).
           05 CAUD-USUARIO                PIC X(8).
           05 CAUD-ACCION                 PIC X.
           05 CAUD-FECHA                  PIC X(8).
           05 CAUD-TIPO-ANTERIOR          PIC X.
           05 CAUD-DESCRIPCION-ANTERIOR   PIC X(30).
           05 CAUD-TIPO-NUEVO             PIC X.
           05 CAUD-DESCRIPCION-NUEVA      PIC X(30).
