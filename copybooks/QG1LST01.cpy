      ******************************************************************
      * Copybook   : QG1LST01
      * Author     : ALDV
      * Purpose    : Layout de la lista de vigilancia vigente
      *  (QG1LISTA.DAT, indexado por LST-ID): las listas de sanciones
      *  y de personas expuestas politicamente (PEP) que cumplimiento
      *  recibe cada semana, cargadas por QG1CX251 desde el archivo
      *  recibido QG1LISTA.TXT (la carga reemplaza la lista entera).
      *  LST-TIPO: 'S' sancionado, 'P' PEP.
      *  LST-FUENTE: quien publica la entrada (ONU, OFAC, UIF, ...).
      *  LST-NOMBRE: nombre tal como viene en la lista; la rutina de
      *   cotejo QG1CX253 lo normaliza igual que el nombre del canal
      *   antes de comparar.
      ******************************************************************
       01  REG-LISTA-VIGILANCIA.
           05 LST-ID             PIC X(12).
           05 LST-TIPO           PIC X(01).
              88 LST-SANCION          VALUE 'S'.
              88 LST-PEP              VALUE 'P'.
              88 LST-TIPO-VALIDO      VALUES 'S' 'P'.
           05 LST-FUENTE         PIC X(10).
           05 LST-NOMBRE         PIC X(50).
           05 LST-PAIS           PIC X(03).
           05 LST-FECHA-CARGA    PIC 9(08).
