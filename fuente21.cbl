      *          ./clientes-imagen.dat with a header and a trailer
      *          carrying the record count and the sum of CLI_SALDO,
      *          so RECONSTRUYE-CLIENTES can rebuild the indexed file
      *          (and its alternate keys) after an index corruption.
      *          Run it at the end of each batch window.
      * Tectonics: cobc
      ******************************************************************
