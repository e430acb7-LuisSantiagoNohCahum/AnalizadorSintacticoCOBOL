      * PRESTREC.CPY
      * Registro del maestro de prestamos PRESTAMO.DAT, indexado
      * por cuenta y producto. USODEACCB abre (o reemplaza) el
      * prestamo con cada calculo de amortizacion (modo AM), y el
      * cierre mensual PRESMENS lo envejece un periodo por cada
      * pago vencido: separa interes y capital como la tabla de
      * amortizacion, rebaja el saldo y postea el devengo del
      * interes al mayor.
      *   PRES-FRECUENCIA: A = anual, T = trimestral, M = mensual.
      *   PRES-ESTADO:     A = activo, L = liquidado,
      *                    R = anulado por el reverso del calculo
      *                        que lo abrio.
       01 PRES-RECORD.
           05 PRES-LLAVE.
               10 PRES-CUENTA         PIC 9(6).
               10 PRES-PRODUCTO       PIC X(3).
           05 PRES-PRINCIPAL      PIC 9(7)V99.
           05 PRES-TASA           PIC 9V999.
           05 PRES-FRECUENCIA     PIC X.
           05 PRES-NUM-PERIODOS   PIC 9(4).
           05 PRES-PAGO           PIC S9(9)V99.
           05 PRES-PERIODOS-PAGADOS PIC 9(4).
           05 PRES-SALDO          PIC S9(9)V99.
           05 PRES-FECHA-ALTA     PIC X(8).
           05 PRES-ULTIMO-MES     PIC X(6).
           05 PRES-ESTADO         PIC X.
