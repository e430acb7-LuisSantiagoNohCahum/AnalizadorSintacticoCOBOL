      * EXTPARM.CPY
      * Parametro del extracto de historia EXTRHIST: el rango de
      * fechas de calculo (AAAAMMDD, ambas inclusive) que se pasa
      * al almacen de datos. Sin archivo de parametro, o con una
      * fecha en blanco o invalida, se usa la fecha de negocio;
      * una fecha hasta en blanco repite la fecha desde.
       01 EXT-PARM-RECORD.
           05 EXTP-FECHA-DESDE     PIC X(8).
           05 EXTP-FECHA-DESDE-NUM REDEFINES EXTP-FECHA-DESDE
                                   PIC 9(8).
           05 EXTP-FECHA-HASTA     PIC X(8).
           05 EXTP-FECHA-HASTA-NUM REDEFINES EXTP-FECHA-HASTA
                                   PIC 9(8).
