      ******************************************************************
      * Copybook   : QG1SAN01
      * Author     : ALDV
      * Purpose    : Layout del escalon de sancion vigente por canal
      *  (archivo QG1SANCION.DAT, lo lee y regraba completo el
      *  escalador de sanciones QG1CX293). Un canal que viola sus
      *  limites semana tras semana sube de escalon segun las
      *  violaciones de su ventana movil:
      *    1 = carta de advertencia,
      *    2 = tope MTO-LIMITE-TRX recortado por el camino auditado
      *        del maestro (SAN-LIMITE-ORIGINAL guarda el tope que
      *        tenia y SAN-LIMITE-CORTADO el que se le dejo),
      *    3 = canal suspendido con QG1CX101 y aviso QG1CX208
      *        (SAN-SUSPENDIO 'S' solo si la suspension la hizo el
      *        escalador; un canal que ya estaba suspendido por otra
      *        via no se reactiva al liberarlo).
      *  SAN-FECHA-NIVEL es la fecha del ultimo escalon aplicado; la
      *  liberacion cuenta el periodo limpio desde ella y desde la
      *  ultima violacion. Al liberarse el canal sale del archivo.
      ******************************************************************
       01  REG-SANCION-CANAL.
           05 SAN-COD-CANAL      PIC X(03).
           05 SAN-NIVEL          PIC 9(01).
              88 SAN-CON-AVISO       VALUE 1.
              88 SAN-CON-CORTE       VALUE 2.
              88 SAN-CON-SUSPENSION  VALUE 3.
           05 SAN-FECHA-NIVEL    PIC 9(08).
           05 SAN-VIOLACIONES    PIC 9(05).
           05 SAN-LIMITE-ORIGINAL PIC 9(09)V9(02).
           05 SAN-LIMITE-CORTADO PIC 9(09)V9(02).
           05 SAN-SUSPENDIO      PIC X(01).
