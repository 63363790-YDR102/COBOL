      **                  RETENCIONES POR TITULAR. PARA EL EJERCICIO  **
      **                  DADO POR SYSIN SUMA POR TITULAR LOS         **
      **                  MOVIMIENTOS 'I' (INTERES ABONADO) Y 'R'     **
      **                  (RETENCION PRACTICADA POR INTERESE Y POR    **
      **                  VENCDEPO/CANCDEPO EN LOS DEPOSITOS A PLAZO) **
      **                  DEL LIBRO MAYOR Y PRODUCE EL FICHERO DE LA  **
      **                  DECLARACION A LA AGENCIA TRIBUTARIA CON     **
      **                  TOTALES DE CONTROL.                         **
      ******************************************************************
