      ******************************************************************
      * Copybook: BKUPREC
      * Purpose: Layout de la imagen previa MARGBKUP-lote que graba
      *          MARGEN5 en el posteo de cada lote: antes de tocar
      *          un registro de ITEMMAST (llave item/fecha) o de
      *          MARGCURR (llave item) se guarda como estaba, o la
      *          marca de que no existia. Es lo que usa el reverso
      *          MARGREVR para dejar el maestro y el margen vigente
      *          exactamente como antes del lote. Si la misma llave
      *          se toca dos veces en el lote (reciclaje, restart)
      *          vale la PRIMERA imagen, que es la anterior al lote.
      *          BK-IMAGE lleva el registro completo de 125 bytes
      *          (ITEMMAST y MARGCURR miden lo mismo). La llave de
      *          ambos incluye la zona de precio.
      *          Con la misma regla se guarda la imagen de MARGPEND
      *          antes de cada diferimiento del lote, para que el
      *          reverso lo anule. Y cada transaccion del reciclaje
      *          que el lote posteo, retuvo o difirio se guarda tal
      *          como llego de MARGRCYC (marca 'R', sin imagen
      *          previa): como el reverso deshace la corrida entera,
      *          MARGREVR la devuelve al reciclaje para que se
      *          postee de nuevo en la corrida siguiente.
      ******************************************************************
       01  BEFORE-IMAGE-RECORD.
           05  BK-FILE-ID              PIC X(01).
               88  BK-ES-MAESTRO           VALUE "M".
               88  BK-ES-VIGENTE           VALUE "C".
               88  BK-ES-DIFERIDO          VALUE "P".
               88  BK-ES-RECICLADA         VALUE "R".
           05  BK-ITEM-CODE            PIC X(10).
           05  BK-ZONE-CODE            PIC X(02).
      * En las imagenes de MARGCURR la fecha va en cero: su llave es
      * solo item y zona. En las de MARGPEND y del reciclaje va la
      * fecha de vigencia de la transaccion.
           05  BK-EFF-DATE             PIC 9(08).
           05  BK-EXISTIA-SW           PIC X(01).
               88  BK-EXISTIA              VALUE "Y" WHEN SET TO
                   FALSE IS "N".
           05  BK-IMAGE                PIC X(125).
