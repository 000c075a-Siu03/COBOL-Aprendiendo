      * Date:
      * Purpose: Rebuild of the customer master from the flat image
      *          written by DESCARGA-CLIENTES: recreates the indexed
      *          ./clientes.dat (primary key and all alternate keys)
      *          from ./clientes-imagen.dat, recounting the records
      *          and re-adding the saldos, and declares success only
      *          when both totals match the image trailer. Recovery
