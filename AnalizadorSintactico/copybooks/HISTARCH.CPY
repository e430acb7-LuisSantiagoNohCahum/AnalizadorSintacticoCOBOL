      * HISTARCH.CPY
      * Registro del archivo historico HISTARCH.DAT, secuencial y
      * acumulativo: PURGHIST agrega al final cada calculo que
      * retira de CALCHIST.DAT por antiguedad, con la fecha de
      * negocio de la depuracion y la imagen completa del registro
      * de historia (HISTREC), y RESTHIST lo recorre para devolver
      * a CALCHIST.DAT la historia de una cuenta. Restaurar no
      * borra nada de este archivo.
       01 ARCH-RECORD.
           05 ARCH-FECHA-ARCHIVO  PIC X(8).
           05 ARCH-HISTORIA       PIC X(109).
           05 ARCH-LLAVE REDEFINES ARCH-HISTORIA.
               10 ARCH-CUENTA          PIC 9(6).
               10 ARCH-FECHA           PIC X(8).
               10 ARCH-HORA            PIC X(8).
               10 FILLER               PIC X(87).
