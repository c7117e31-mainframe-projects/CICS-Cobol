      *  de diferidos QG1CX106 y el barrido QG1CX146; el extracto de
      *  cartas QG1CX209 convierte lo pendiente en el archivo que la
      *  ofimatica envia.
      * Sanciones: el escalador QG1CX293 la llama para la carta de
      *  advertencia y la de corte de tope (mismo estado antes y
      *  despues), para la suspension y para la liberacion.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
