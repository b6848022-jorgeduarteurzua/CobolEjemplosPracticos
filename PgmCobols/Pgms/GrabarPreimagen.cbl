      *          GrabarCliente en cada REWRITE (y RestaurarCliente
      *          antes de restaurar), para que un registro mal
      *          editado se pueda reconstruir entero en vez de campo
      *          a campo desde la auditoria. En el ALTA GrabarCliente
      *          deja la imagen del registro recien creado, para que
      *          RecuperarMaestro pueda rehacer los clientes nacidos
      *          despues del ultimo respaldo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
