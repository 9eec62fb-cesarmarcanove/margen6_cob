      ******************************************************************
      * Copybook: JOBLOGRC
      * Purpose: Layout de la linea de la bitacora del circuito
      *          nocturno MARGJOBL que lleva el controlador MARGJOB.
      *          Cada paso deja una linea al arrancar (en curso) y
      *          otra al terminar (completado o fallido, con su
      *          codigo de retorno y sus conteos clave); un paso que
      *          no se deja arrancar porque su prerequisito no esta
      *          completo para la fecha de negocio deja una linea de
      *          rehusado. La ultima linea de cada paso para la fecha
      *          de negocio es su estado: de ahi reanuda el
      *          controlador y de ahi sale el reporte de estado.
      ******************************************************************
       01  JOB-LOG-LINE.
           05  JL-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-STEP-SEQ              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-STEP-NAME             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-STATUS                PIC X(01).
               88  JL-EN-CURSO              VALUE "E".
               88  JL-COMPLETADO            VALUE "C".
               88  JL-FALLIDO               VALUE "F".
               88  JL-REHUSADO              VALUE "R".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-START-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-START-TIME            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-END-DATE              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-END-TIME              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-RETURN-CODE           PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-OPERATOR-ID           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-COUNT-LABEL           PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-COUNT                 PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JL-NOTE                  PIC X(40).
