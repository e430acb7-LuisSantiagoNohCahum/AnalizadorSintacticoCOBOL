      * con la imagen del registro antes y despues del cambio, el
      * usuario que lo hizo y la marca de tiempo.
      *   PAUD-ACCION: A = alta, C = cambio, B = baja.
      * Las altas, las bajas y los cambios de tasa, plazo o
      * frecuencia pasan por doble control: MANTPROD los deja en
      * PRODPEND.DAT y solo entran a la tabla cuando otro operador
      * de nivel supervisor los aprueba en APROPROD. La linea de
      * auditoria se escribe al decidir: PAUD-USUARIO es quien
      * pidio el cambio y PAUD-SOLICITUD cuando, PAUD-APROBADOR
      * quien lo decidio y PAUD-TIMESTAMP cuando. Los campos van
      * al final para no desplazar la auditoria ya escrita, que
      * los trae en blanco.
      *   PAUD-DECISION: A = aprobado, R = rechazado (la imagen
      *                  nueva es la propuesta, que no se aplico),
      *                  espacio = aplicado directo (cambio de
      *                  descripcion sola, o anterior al doble
      *                  control).
       01 PAUD-RECORD.
           05 PAUD-TIMESTAMP       PIC X(21).
           05 PAUD-USUARIO         PIC X(8).
           05 PAUD-VIGENCIA        PIC X(8).
           05 PAUD-IMAGEN-ANTERIOR PIC X(40).
           05 PAUD-IMAGEN-NUEVA    PIC X(40).
           05 PAUD-APROBADOR       PIC X(8).
           05 PAUD-DECISION        PIC X.
           05 PAUD-SOLICITUD       PIC X(21).
