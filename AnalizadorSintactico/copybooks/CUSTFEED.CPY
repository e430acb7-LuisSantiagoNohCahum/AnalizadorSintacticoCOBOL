      * CUSTFEED.CPY
      * Registro de la novedad diaria de clientes que envia el
      * sistema central para CUSTMAST, con los mismos registros de
      * control que la entrada de la corrida por lotes: un
      * encabezado con la fecha de negocio y el sistema de origen,
      * los detalles, y un pie con la cantidad de detalles y el
      * total de comprobacion de sus numeros de cuenta.
      *   FEED-TIPO:   H = encabezado, D = detalle, T = pie.
      *   FEED-ACCION: A = alta de cuenta nueva,
      *                C = cambio de nombre,
      *                X = cierre de la cuenta.
      * En el cierre FEED-FECHA-CIERRE es la fecha efectiva (en
      * blanco = la fecha de negocio) y FEED-MOTIVO el motivo que
      * queda en el maestro.
       01 FEED-RECORD.
           05 FEED-TIPO           PIC X.
           05 FEED-DATOS          PIC X(79).
           05 FEED-ENCABEZADO REDEFINES FEED-DATOS.
               10 FEED-H-FECHA         PIC X(8).
               10 FEED-H-SISTEMA       PIC X(8).
               10 FILLER               PIC X(63).
           05 FEED-DETALLE REDEFINES FEED-DATOS.
               10 FEED-ACCION          PIC X.
               10 FEED-CUENTA          PIC X(6).
               10 FEED-CUENTA-NUM REDEFINES FEED-CUENTA
                                       PIC 9(6).
               10 FEED-NOMBRE          PIC X(34).
               10 FEED-FECHA-CIERRE    PIC X(8).
               10 FEED-FECHA-CIERRE-NUM REDEFINES FEED-FECHA-CIERRE
                                       PIC 9(8).
               10 FEED-MOTIVO          PIC X(30).
           05 FEED-PIE REDEFINES FEED-DATOS.
               10 FEED-T-CONTADOR      PIC 9(9).
               10 FEED-T-HASH          PIC 9(11).
               10 FILLER               PIC X(59).
