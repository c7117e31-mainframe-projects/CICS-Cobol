      ******************************************************************
      * Copybook   : QG1CAS01
      * Author     : ALDV
      * Purpose    : Layout del caso de cumplimiento (alertas de
      *  lavado de activos) QG1CASOS.DAT, indexado por CAS-NUMERO con
      *  llave alterna CAS-ALERTA (canal + origen, con duplicados).
      *  Las alertas de los detectores se imprimian en reportes que
      *  cumplimiento anotaba en papel; ahora cada alerta entra como
      *  caso por la rutina QG1CX248:
      *    CAS-ORIGEN 'FRC' fraccionamiento bajo el tope (QG1CX167),
      *               'ANO' pico de volumen (QG1CX172),
      *               'VIO' violacion de QG1CX092.VIO (carga QG1CX249).
      *  De-duplicacion: mientras el canal tenga un caso no cerrado
      *  del mismo origen, una alerta nueva no abre otro caso; suma
      *  CAS-OCURRENCIAS (una por dia distinto) y deja el detalle de
      *  la ultima en CAS-DETALLE.
      *  Ciclo: 'N' nuevo sin asignar -> 'A' asignado a un analista
      *  -> 'I' en investigacion (con notas) -> 'C' cerrado con su
      *  CAS-DISPOSICION: 'F' falso positivo, 'M' seguir
      *  monitoreando, 'R' reportar a la autoridad (UIF). Lo mueve la
      *  transaccion en linea QG1C0018; cada accion queda ademas en la
      *  bitacora QG1CASBIT.DAT (COPY QG1CSB01).
      *  CAS-FECHA-LIMITE: fecha de alta mas el plazo CASO-PLAZO-DIAS
      *  (QG1CX112, por defecto 30); el reporte de antiguedad
      *  QG1CX250 la compara contra la fecha del reporte.
      ******************************************************************
       01  REG-CASO-ALERTA.
           05 CAS-NUMERO         PIC 9(07).
           05 CAS-ALERTA.
              10 CAS-COD-CANAL   PIC X(03).
              10 CAS-ORIGEN      PIC X(03).
                 88 CAS-DE-FRACCIONAMIENTO VALUE 'FRC'.
                 88 CAS-DE-ANOMALIA        VALUE 'ANO'.
                 88 CAS-DE-VIOLACION       VALUE 'VIO'.
           05 CAS-ESTADO         PIC X(01).
              88 CAS-NUEVO            VALUE 'N'.
              88 CAS-ASIGNADO         VALUE 'A'.
              88 CAS-EN-INVESTIGACION VALUE 'I'.
              88 CAS-CERRADO          VALUE 'C'.
              88 CAS-ABIERTO          VALUES 'N' 'A' 'I'.
           05 CAS-FECHA-ALTA     PIC 9(08).
           05 CAS-FECHA-LIMITE   PIC 9(08).
           05 CAS-FECHA-ULTIMA   PIC 9(08).
           05 CAS-OCURRENCIAS    PIC 9(05).
           05 CAS-DETALLE        PIC X(60).
           05 CAS-ANALISTA       PIC X(08).
           05 CAS-FECHA-ASIGNA   PIC 9(08).
           05 CAS-NOTA           PIC X(60).
           05 CAS-DISPOSICION    PIC X(01).
              88 CAS-FALSO-POSITIVO   VALUE 'F'.
              88 CAS-MONITOREAR       VALUE 'M'.
              88 CAS-REPORTAR         VALUE 'R'.
              88 CAS-DISPOSICION-VALIDA VALUES 'F' 'M' 'R'.
           05 CAS-FECHA-CIERRE   PIC 9(08).
           05 CAS-CERRADO-POR    PIC X(08).
