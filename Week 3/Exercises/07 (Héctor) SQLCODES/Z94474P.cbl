      * Z94474R contesta por una cuenta; auditoria pregunta por la    *
      * cartera completa: este programa recorre la historia de        *
      * mantenimientos (imagenes anterior/posterior de Z94474M,       *
      * Z94474O, Z94474I y de las compras y pagos de Z94474D) en      *
      * orden de cuenta y aplicacion, se queda con la ultima imagen   *
      * posterior en o antes de la fecha de corte de la tarjeta, y    *
      * escribe la cartera reconstruida en el layout del maestro      *
      * ACCTREC, lista para recorrerla con CBL0001 sin restaurar      *
      * datasets de cinta.                                            *
      *                                                                *
      * Cifras de control: cuentas reconstruidas, cuentas creadas     *
      * despues del corte (omitidas) y totales de BALANCE y LIMIT,    *
