      * clientes CUSTMAST: una linea por alta, cambio o baja, con
      * la imagen del nombre antes y despues del cambio, el usuario
      * que lo hizo y la marca de tiempo.
      *   AUD-ACCION: A = alta, C = cambio, B = baja,
      *               E = cambio de estado de la cuenta.
      * El estado anterior y nuevo, su fecha efectiva y el motivo
      * van al final para no desplazar la auditoria ya escrita.
       01 AUD-RECORD.
           05 AUD-TIMESTAMP       PIC X(21).
           05 AUD-USUARIO         PIC X(8).
           05 AUD-CUENTA          PIC 9(6).
           05 AUD-NOMBRE-ANTERIOR PIC A(34).
           05 AUD-NOMBRE-NUEVO    PIC A(34).
           05 AUD-ESTADO-ANTERIOR PIC X.
           05 AUD-ESTADO-NUEVO    PIC X.
           05 AUD-FECHA-ESTADO    PIC X(8).
           05 AUD-MOTIVO-ESTADO   PIC X(30).
