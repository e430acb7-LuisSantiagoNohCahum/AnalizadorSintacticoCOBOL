      * archivo de posteo GLPOST.DAT, y los contadores de registros
      * rechazados y suspendidos (para que el pie del posteo y las
      * estadisticas del control de corrida salgan correctos aun
      * tras un reinicio), y los contadores y el total de los
      * reversos aplicados y rechazados.
       01 CHKPT-RECORD.
           05 CHKPT-CONTADOR       PIC 9(9).
           05 CHKPT-COMPLETO       PIC X.
           05 CHKPT-GLPOST-HASH     PIC 9(11)V99.
           05 CHKPT-RECHAZADOS      PIC 9(9).
           05 CHKPT-SUSPENDIDOS     PIC 9(9).
           05 CHKPT-REVERSOS        PIC 9(9).
           05 CHKPT-REV-RECHAZADOS  PIC 9(9).
           05 CHKPT-TOTAL-REVERSOS  PIC 9(11)V99.
