      * PRODTABW.DAT y escribe solo el reporte comparativo
      * SIMULRPT.DAT, sin tocar la bitacora, el posteo al mayor,
      * el control de corrida ni el punto de control.
      * PARM-DIAS-DUPLICADO: dias naturales hacia atras que el
      * editor EDITLOTE revisa en CALCHIST.DAT buscando un calculo
      * igual (misma cuenta, producto y monto) al de la entrada.
      * En blanco rige el valor de 5 dias; 000 omite la revision
      * contra la historia y deja solo la del propio archivo.
      * PARM-DIAS-PENDIENTE: dias que un cambio de PRODTAB.DAT
      * puede esperar aprobacion en PRODPEND.DAT antes de salir
      * en la lista de excepciones de PENDPROD; en blanco = 3.
      * PARM-DIAS-RETENCION: dias naturales de historia que la
      * depuracion PURGHIST deja en CALCHIST.DAT; lo anterior pasa
      * al archivo HISTARCH.DAT. En blanco o en cero = 730 dias;
      * no se aceptan menos de 90.
      * PARM-DIAS-SUSPENSO: antiguedad en dias a partir de la cual
      * la auditoria AUDIREF reporta un registro de CTASUSP.DAT o
      * CALCSUSP.DAT como suspenso que nadie recicla; en blanco o
      * en cero = 30.
       01 PARM-RECORD.
           05 PARM-CALC-MODE       PIC X(2).
           05 PARM-FORZAR          PIC X.
           05 PARM-SIMULACION      PIC X.
           05 PARM-DIAS-DUPLICADO  PIC 9(3).
           05 PARM-DIAS-PENDIENTE  PIC 9(3).
           05 PARM-DIAS-RETENCION  PIC 9(4).
           05 PARM-DIAS-SUSPENSO   PIC 9(3).
