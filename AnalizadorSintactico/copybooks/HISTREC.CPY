      * HIST-PRODUCTO lleva el codigo de producto de la transaccion
      * para el reporte de actividad por producto; la historia
      * anterior al campo lo trae en blanco.
      * Un reverso queda en la historia con HIST-MODO = RV, el
      * resultado con signo contrario y en HIST-REF-FECHA y
      * HIST-REF-HORA la llave del calculo que anula; CARGHIST
      * marca ese calculo original con HIST-ESTADO = R. La
      * historia anterior a estos campos los trae en blanco.
      *   HIST-ESTADO: espacio = vigente, R = revertido.
      * La historia mas antigua que el plazo de retencion la pasa
      * PURGHIST al archivo HISTARCH.DAT. Un registro que RESTHIST
      * devuelve desde ese archivo para una auditoria o un reclamo
      * lleva en HIST-FECHA-RESTAURA la fecha en que se restauro;
      * la historia cargada por CARGHIST lo trae en blanco.
       01 HIST-RECORD.
           05 HIST-LLAVE.
               10 HIST-CUENTA          PIC 9(6).
           05 HIST-NOMBRE          PIC A(34).
           05 HIST-MONTO           PIC 9(7)V99.
           05 HIST-PRODUCTO        PIC X(3).
           05 HIST-ESTADO          PIC X.
               88 HIST-REVERTIDO       VALUE "R".
           05 HIST-REF-FECHA       PIC X(8).
           05 HIST-REF-HORA        PIC X(8).
           05 HIST-FECHA-RESTAURA  PIC X(8).
