      ******************************************************************
      * Copybook: CMPLHREC
      * Purpose: Layout del registro indexado de incumplimientos
      *          MARGCMPH, llave item + zona de precio. El barrido
      *          MARGCMPL lo mantiene: el primer dia que encuentra un
      *          precio vigente fuera de politica anota desde cuando
      *          lo esta, las noches siguientes solo actualiza la
      *          fecha del ultimo barrido, y cuando el precio vuelve
      *          a cumplir (o cambia) lo da de baja. Asi los dias
      *          fuera de politica no se pierden si el minimo se
      *          vuelve a subir despues.
      ******************************************************************
       01  COMPLIANCE-HISTORY-RECORD.
           05  CH-KEY.
               10  CH-ITEM-CODE        PIC X(10).
               10  CH-ZONE-CODE        PIC X(02).
           05  CH-CATEGORY-CODE        PIC X(05).
      * Vigencia del precio que se encontro fuera de politica; otro
      * precio posteado despues es otro caso.
           05  CH-PRICE-DATE           PIC 9(08).
           05  CH-SINCE-DATE           PIC 9(08).
           05  CH-FIRST-SWEEP-DATE     PIC 9(08).
           05  CH-LAST-SWEEP-DATE      PIC 9(08).
