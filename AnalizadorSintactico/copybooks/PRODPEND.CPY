      * PRODPEND.CPY
      * Registro del archivo de cambios pendientes de la tabla de
      * productos PRODPEND.DAT: MANTPROD escribe aqui cada alta,
      * baja o cambio de tasa, plazo o frecuencia en lugar de
      * aplicarlo, y APROPROD lo aplica a PRODTAB.DAT solo cuando
      * un supervisor distinto de quien lo pidio lo aprueba. Las
      * imagenes tienen el trazado de la linea de PRODTAB.DAT
      * (codigo, descripcion, tasa, plazo, vigencia y
      * frecuencia); la anterior permite comprobar al aprobar que
      * la linea no cambio desde la solicitud. PENDPROD lista los
      * que llevan demasiados dias esperando.
      *   PPEN-ACCION: A = alta, C = cambio, B = baja.
       01 PPEN-RECORD.
           05 PPEN-NUMERO          PIC 9(6).
           05 PPEN-ACCION          PIC X.
           05 PPEN-CODIGO          PIC X(3).
           05 PPEN-VIGENCIA        PIC X(8).
           05 PPEN-IMAGEN-ANTERIOR PIC X(40).
           05 PPEN-IMAGEN-NUEVA    PIC X(40).
           05 PPEN-USUARIO         PIC X(8).
           05 PPEN-TIMESTAMP       PIC X(21).
