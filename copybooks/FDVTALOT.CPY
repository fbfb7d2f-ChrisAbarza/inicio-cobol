      * lotes debe emitir el registro de 24 (cliente en espacios si
      * no se conoce); un lote pendiente en el formato de 19 debe
      * consumirse o regenerarse antes del cambio, no se convierte.
      * ATENCION: el registro crecio de 24 a 32 caracteres al pasar a
      * boletas de varias lineas. Cada registro es una linea con su
      * cantidad; los registros consecutivos con el mismo numero de
      * boleta del lote (WS-VTL-BOLETA) forman una sola venta, que
      * COMERCIO acepta o rechaza entera. El numero de venta forzado y
      * el cliente se toman de la primera linea de la boleta. Vale la
      * misma regla: un lote pendiente de 24 no se convierte.
      * ATENCION: el registro crecio de 32 a 33 caracteres con la marca
      * de venta a cuenta (WS-VTL-CREDITO "S"; "N" o espacio es venta
      * de contado), tomada tambien de la primera linea de la boleta.
      * Vale la misma regla: un lote pendiente de 32 no se convierte.
      * ATENCION: el registro crecio de 33 a 41 caracteres con el
      * operador que registro la boleta (WS-VTL-OPERADOR, de la
      * primera linea; en espacios COMERCIO graba "BATCH"). EXCVTA010
      * pone el operador que reenvia la correccion. Vale la misma
      * regla: un lote pendiente de 33 no se convierte.
      ******************************************************************
       01  REG-VTALOTE                 PIC X(41).
