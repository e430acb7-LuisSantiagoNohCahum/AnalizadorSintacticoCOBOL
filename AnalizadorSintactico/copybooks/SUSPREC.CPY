      * operaciones lo corrija y lo reenvie en CALCRSUB.DAT (solo
      * la imagen de datos, sin el motivo) en la proxima corrida.
      * USODEACCB tambien suspende aqui (en CTASUSP.DAT) los
      * registros cuya cuenta no existe en CUSTMAST o no esta
      * activa.
      * El reciclador RECICSUS relee CTASUSP.DAT tras el
      * mantenimiento de clientes, reenvia a CALCRSUB.DAT los
      * motivo 04 y 07 cuya cuenta ya existe y esta activa, y
      * nunca los de una cuenta cerrada; usa la fecha de
      * suspension (al final para no desplazar los suspensos ya
      * escritos) para listar la antiguedad de lo que queda.
      *   SUSP-MOTIVO: 01 = cuenta no numerica o en cero
      *                02 = monto no numerico
      *                03 = producto desconocido
      *                04 = cuenta desconocida en CUSTMAST
      *                05 = reverso con referencia invalida; la
      *                     imagen es la de CALCREV.DAT y se
      *                     corrige y reenvia por ese archivo
      *                06 = posible duplicado: igual cuenta,
      *                     producto y monto que otro registro
      *                     de la misma entrada o que un calculo
      *                     reciente de CALCHIST.DAT; si era
      *                     genuino se reenvia en CALCRSUB.DAT
      *                     con una L en la posicion 19 de la
      *                     imagen, que lo libera de la revision
      *                07 = cuenta bloqueada en CUSTMAST
      *                08 = cuenta cerrada en CUSTMAST
       01 SUSP-RECORD.
           05 SUSP-MOTIVO         PIC X(2).
           05 SUSP-DATOS          PIC X(40).
