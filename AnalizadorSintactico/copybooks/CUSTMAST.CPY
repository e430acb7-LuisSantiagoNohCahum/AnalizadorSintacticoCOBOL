      * CUSTMAST.CPY
      * Registro maestro de clientes para el archivo indexado
      * CUSTMAST, con clave de acceso por numero de cuenta.
      * El estado de la cuenta va al final para no desplazar los
      * registros ya grabados; un estado en blanco (cliente dado
      * de alta antes de este campo) equivale a cuenta activa.
      *   CUST-ESTADO: A = activa, B = bloqueada, C = cerrada.
      * La cuenta cerrada no se borra: conserva su historia y
      * recibe un estado de cuenta final en el cierre del mes.
       01 CUST-RECORD.
           05 CUST-CUENTA         PIC 9(6).
           05 CUST-NOMBRE         PIC A(34).
           05 CUST-ESTADO         PIC X.
               88 CUST-ACTIVA     VALUES "A" SPACE.
               88 CUST-BLOQUEADA  VALUE "B".
               88 CUST-CERRADA    VALUE "C".
           05 CUST-FECHA-ESTADO   PIC X(8).
           05 CUST-MOTIVO-ESTADO  PIC X(30).
