      * Parametro de mes para los programas de fin de mes que
      * recorren la historia de calculos CALCHIST.DAT (estados de
      * cuenta, actividad por producto): el mes a procesar en
      * formato AAAAMM. CADENOCT lo graba con el mes de la fecha
      * de negocio antes de cada paso de fin de mes; operaciones
      * solo lo prepara a mano para repetir un mes anterior. Si el
      * archivo de parametro no existe o el mes no es numerico,
      * los programas usan el mes de la fecha de negocio.
       01 MES-PARM-RECORD.
           05 MESP-MES             PIC X(6).
