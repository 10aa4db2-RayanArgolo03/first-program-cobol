      * Written by DESCARGA-MESTRE, read back by RECARGA-MESTRE:      *
      * 'H' dated header, 'D' one master record, 'T' trailer with     *
      * record count and salary hash total.                           *
      * EXPURGA-DESLIGADOS rewrites it with purged employees          *
      * pseudonymized; count and hash total are unchanged.            *
      *****************************************************************
       01  REGISTRO-BACKUP.
           03 TIPO-BACKUP PIC X(01).
