      * encabezado con la fecha y el sistema de origen, una pareja
      * balanceada de lineas de diario (cargo y abono) por cada
      * registro procesado, y un pie con la cantidad de lineas de
      * diario y el total de comprobacion de sus montos. En el
      * cierre de mes PRESMENS agrega al mismo posteo las parejas
      * del devengo de intereses de la cartera de prestamos y
      * rehace el pie.
      *   GLPOST-TIPO: H = encabezado, D = detalle, T = pie.
      *   GLPOST-D-CARGO-ABONO: D = cargo, C = abono.
       01 GLPOST-RECORD.
