      *          terminar (posteado), y rechaza de entrada un lote
      *          cuyo identificador ya figure como posteado, para
      *          que el mismo archivo no se pueda correr dos veces
      *          sin que nadie lo note. MARGREVR deja el lote en
      *          reversado cuando lo deshace; un lote reversado se
      *          puede corregir y volver a postear con el mismo
      *          identificador.
      ******************************************************************
       01  RUN-REGISTRY-RECORD.
           05  RG-BATCH-ID             PIC X(08).
           05  RG-DISPOSITION          PIC X(01).
               88  RG-EN-PROCESO           VALUE "I".
               88  RG-POSTEADO             VALUE "P".
               88  RG-REVERSADO            VALUE "R".
           05  RG-RECORD-COUNT         PIC 9(06).
