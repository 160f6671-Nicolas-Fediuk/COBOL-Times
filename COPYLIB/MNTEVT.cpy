      *tocada y las imagenes antes/despues; MNTINQ lista la historia
      *de cambios de una clave dada.
      *MNT-ACCION: "A" alta, "M" modificacion, "B" baja, "C"
      *reposicion de clave, "D" desbloqueo, "N" cambio de nivel, "I"
      *cambio de idioma del operador, "F"
      *forzado del bloqueo de maestros de la noche (clave MAESBLOQ,
      *ver COPYLIB/BLOQMAE), "P" pedido de cambio dejado pendiente de
      *aprobacion (PENDWRT, ver COPYLIB/CAMBPEN), "R" pedido
      *rechazado y "V" pedido vencido sin aprobar (MNTAPR). Un cambio
      *aprobado se anota con su accion original y MNTAPR como
      *programa, con el supervisor que lo aprobo como operador.
      *Las claves de acceso nunca viajan en las imagenes: se
      *enmascaran en el programa que graba.
      ******************************************************************
