      * cantidad de detalles y el total de comprobacion de los
      * montos, para detectar transmisiones truncadas o archivos
      * a medio escribir.
      * Un reverso (tipo R) anula un calculo ya posteado: nombra
      * la cuenta, la fecha y la hora del calculo original en
      * CALCHIST.DAT, y USODEACCB toma de ahi el monto a revertir.
      * Los reversos se cuentan aparte en el pie (agregado al
      * final del registro para no desplazar los pies ya
      * escritos): su cantidad y el total de comprobacion de sus
      * numeros de cuenta, porque el reverso no trae monto.
      *   BATCH-TIPO: H = encabezado, D = detalle, R = reverso,
      *               T = pie.
       01 BATCH-INPUT-RECORD.
           05 BATCH-TIPO          PIC X.
           05 BATCH-DATOS         PIC X(30).
               10 BATCH-PRODUCTO       PIC X(3).
               10 BATCH-MONTO          PIC 9(7)V99.
               10 FILLER               PIC X(12).
           05 BATCH-REVERSO REDEFINES BATCH-DATOS.
               10 BATCH-R-CUENTA       PIC 9(6).
               10 BATCH-R-FECHA        PIC X(8).
               10 BATCH-R-HORA         PIC X(8).
               10 FILLER               PIC X(8).
           05 BATCH-PIE REDEFINES BATCH-DATOS.
               10 BATCH-T-CONTADOR     PIC 9(9).
               10 BATCH-T-HASH         PIC 9(11)V99.
               10 FILLER               PIC X(8).
           05 BATCH-PIE-REVERSOS.
               10 BATCH-T-REVERSOS     PIC 9(9).
               10 BATCH-T-HASH-REVERSOS PIC 9(11).
