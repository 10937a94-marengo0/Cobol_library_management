      *RESTANTE POR CATEGORIA. MISMO ESQUEMA DE PANTALLA SIMPLE QUE
      *MANT-POLITICAS.

      *MODIFICACIONES.
      *15/10/2026 - EJECUTADO ES AHORA LO PAGADO: LA RECEPCION DEJA EL
      *  IMPORTE COMPROMETIDO Y LA ORDEN DE PAGO DE FACTURAS-PROV LO
      *  PASA A EJECUTADO, INCLUSO EN PAGOS PARCIALES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
