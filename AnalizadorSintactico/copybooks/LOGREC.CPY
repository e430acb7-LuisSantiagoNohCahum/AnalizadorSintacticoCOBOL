      * LOG-PRODUCTO lleva el codigo de producto de la transaccion
      * para el reporte de actividad por producto; las bitacoras
      * anteriores al campo lo traen en blanco.
      * Un reverso se asienta con LOG-MODO = RV, el resultado del
      * calculo original con signo contrario, su monto y producto,
      * y en LOG-REF-FECHA y LOG-REF-HORA la fecha y la hora del
      * calculo que anula; en los calculos normales van en blanco.
       01 LOG-RECORD.
           05 LOG-NOMBRE          PIC A(34).
           05 LOG-NUMERO          PIC 9(3).
           05 LOG-MODO            PIC X(2).
           05 LOG-MONTO           PIC 9(7)V99.
           05 LOG-PRODUCTO        PIC X(3).
           05 LOG-REF-FECHA       PIC X(8).
           05 LOG-REF-HORA        PIC X(8).
