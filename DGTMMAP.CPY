      * ARE MAINTAINED IN THE SCREENS LIBRARY, NOT HERE). DGTM1M  *
      * IS THE REQUEST-ENTRY SCREEN, DGTM2M IS THE STATUS-LIST    *
      * SCREEN, DGTM3M IS THE REQUEST-DETAIL INQUIRY SCREEN,      *
      * DGTM4M IS THE DIGIT-POSITION INQUIRY SCREEN, DGTM5M IS    *
      * THE REQUESTER MAINTENANCE SCREEN, DGTM6M IS THE STANDING  *
      * REQUEST SCHEDULE SCREEN, DGTM7M IS THE DIGIT-SEQUENCE     *
      * SEARCH SCREEN.                                            *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   08/09/2026  JOB  ORIGINAL TWO MAPS FOR DGTMAINT.        *
      *   09/02/2026  JOB  ADDED ACTION (ACT) AND REQUEST ID      *
      *                    (RID) FIELDS TO THE DGTM2M STATUS LIST *
      *                    FOR THE CANCEL/HOLD/RELEASE ACTIONS.    *
      *   10/15/2026  JOB  ADDED DGTM5M - REQUESTER MAINTENANCE   *
      *                    SCREEN (REQUESTER ID KEYED IN; STATUS, *
      *                    NAME, DEPARTMENT, COST CENTER, MAXIMUM *
      *                    N AND DAILY QUOTA IN/OUT; REQUESTS     *
      *                    QUEUED TODAY OUT) - SEE DGTMUSR.       *
      *   10/15/2026  JOB  ADDED DGTM6M - STANDING REQUEST        *
      *                    SCHEDULE SCREEN (SCHEDULE ID KEYED IN; *
      *                    STATUS, CONSTANT, N, PRIORITY,         *
      *                    REQUESTER, FREQUENCY AND DAY IN/OUT;   *
      *                    LAST OCCURRENCE GENERATED AND ITS      *
      *                    REQUEST ID OUT) - SEE DGTMSCH.         *
      *   10/15/2026  JOB  ADDED DGTM7M - DIGIT-SEQUENCE SEARCH   *
      *                    SCREEN (PATTERN AND DEPTH KEYED IN;    *
      *                    DEPTH SEARCHED AND FIRST OCCURRENCE    *
      *                    POSITION OUT).                         *
      *-----------------------------------------------------------*
       01  DGTM1MI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(2).
           02  MS4O              PIC X.
           02  MS4OD             PIC X(60).

       01  DGTM5MI.
           02  FILLER            PIC X(12).
           02  URIL              COMP PIC S9(4).
           02  URIF              PICTURE X.
           02  FILLER REDEFINES URIF.
               03  URIA          PICTURE X.
           02  URII              PIC X(8).
           02  USTL              COMP PIC S9(4).
           02  USTF              PICTURE X.
           02  FILLER REDEFINES USTF.
               03  USTA          PICTURE X.
           02  USTI              PIC X(1).
           02  UNML              COMP PIC S9(4).
           02  UNMF              PICTURE X.
           02  FILLER REDEFINES UNMF.
               03  UNMA          PICTURE X.
           02  UNMI              PIC X(20).
           02  UDPL              COMP PIC S9(4).
           02  UDPF              PICTURE X.
           02  FILLER REDEFINES UDPF.
               03  UDPA          PICTURE X.
           02  UDPI              PIC X(6).
           02  UCCL              COMP PIC S9(4).
           02  UCCF              PICTURE X.
           02  FILLER REDEFINES UCCF.
               03  UCCA          PICTURE X.
           02  UCCI              PIC X(8).
           02  UMXL              COMP PIC S9(4).
           02  UMXF              PICTURE X.
           02  FILLER REDEFINES UMXF.
               03  UMXA          PICTURE X.
           02  UMXI              PIC 9(5).
           02  UQTL              COMP PIC S9(4).
           02  UQTF              PICTURE X.
           02  FILLER REDEFINES UQTF.
               03  UQTA          PICTURE X.
           02  UQTI              PIC 9(3).
           02  UQUL              COMP PIC S9(4).
           02  UQUF              PICTURE X.
           02  FILLER REDEFINES UQUF.
               03  UQUA          PICTURE X.
           02  UQUI              PIC 9(3).
           02  MS5L              COMP PIC S9(4).
           02  MS5F              PICTURE X.
           02  FILLER REDEFINES MS5F.
               03  MS5A          PICTURE X.
           02  MS5I              PIC X(60).
       01  DGTM5MO REDEFINES DGTM5MI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(2).
           02  URIO              PIC X.
           02  URIOD             PIC X(8).
           02  FILLER            PIC X(2).
           02  USTO              PIC X.
           02  USTOD             PIC X(1).
           02  FILLER            PIC X(2).
           02  UNMO              PIC X.
           02  UNMOD             PIC X(20).
           02  FILLER            PIC X(2).
           02  UDPO              PIC X.
           02  UDPOD             PIC X(6).
           02  FILLER            PIC X(2).
           02  UCCO              PIC X.
           02  UCCOD             PIC X(8).
           02  FILLER            PIC X(2).
           02  UMXO              PIC X.
           02  UMXOD             PIC ZZZZ9.
           02  FILLER            PIC X(2).
           02  UQTO              PIC X.
           02  UQTOD             PIC ZZ9.
           02  FILLER            PIC X(2).
           02  UQUO              PIC X.
           02  UQUOD             PIC ZZ9.
           02  FILLER            PIC X(2).
           02  MS5O              PIC X.
           02  MS5OD             PIC X(60).

       01  DGTM6MI.
           02  FILLER            PIC X(12).
           02  SIDL              COMP PIC S9(4).
           02  SIDF              PICTURE X.
           02  FILLER REDEFINES SIDF.
               03  SIDA          PICTURE X.
           02  SIDI              PIC X(8).
           02  SSTL              COMP PIC S9(4).
           02  SSTF              PICTURE X.
           02  FILLER REDEFINES SSTF.
               03  SSTA          PICTURE X.
           02  SSTI              PIC X(1).
           02  SCOL              COMP PIC S9(4).
           02  SCOF              PICTURE X.
           02  FILLER REDEFINES SCOF.
               03  SCOA          PICTURE X.
           02  SCOI              PIC X(5).
           02  SNNL              COMP PIC S9(4).
           02  SNNF              PICTURE X.
           02  FILLER REDEFINES SNNF.
               03  SNNA          PICTURE X.
           02  SNNI              PIC 9(5).
           02  SPRL              COMP PIC S9(4).
           02  SPRF              PICTURE X.
           02  FILLER REDEFINES SPRF.
               03  SPRA          PICTURE X.
           02  SPRI              PIC 9(1).
           02  SBYL              COMP PIC S9(4).
           02  SBYF              PICTURE X.
           02  FILLER REDEFINES SBYF.
               03  SBYA          PICTURE X.
           02  SBYI              PIC X(8).
           02  SFQL              COMP PIC S9(4).
           02  SFQF              PICTURE X.
           02  FILLER REDEFINES SFQF.
               03  SFQA          PICTURE X.
           02  SFQI              PIC X(1).
           02  SDYL              COMP PIC S9(4).
           02  SDYF              PICTURE X.
           02  FILLER REDEFINES SDYF.
               03  SDYA          PICTURE X.
           02  SDYI              PIC 9(2).
           02  SLGL              COMP PIC S9(4).
           02  SLGF              PICTURE X.
           02  FILLER REDEFINES SLGF.
               03  SLGA          PICTURE X.
           02  SLGI              PIC X(8).
           02  SLRL              COMP PIC S9(4).
           02  SLRF              PICTURE X.
           02  FILLER REDEFINES SLRF.
               03  SLRA          PICTURE X.
           02  SLRI              PIC 9(6).
           02  MS6L              COMP PIC S9(4).
           02  MS6F              PICTURE X.
           02  FILLER REDEFINES MS6F.
               03  MS6A          PICTURE X.
           02  MS6I              PIC X(60).
       01  DGTM6MO REDEFINES DGTM6MI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(2).
           02  SIDO              PIC X.
           02  SIDOD             PIC X(8).
           02  FILLER            PIC X(2).
           02  SSTO              PIC X.
           02  SSTOD             PIC X(1).
           02  FILLER            PIC X(2).
           02  SCOO              PIC X.
           02  SCOOD             PIC X(5).
           02  FILLER            PIC X(2).
           02  SNNO              PIC X.
           02  SNNOD             PIC ZZZZ9.
           02  FILLER            PIC X(2).
           02  SPRO              PIC X.
           02  SPROD             PIC 9.
           02  FILLER            PIC X(2).
           02  SBYO              PIC X.
           02  SBYOD             PIC X(8).
           02  FILLER            PIC X(2).
           02  SFQO              PIC X.
           02  SFQOD             PIC X(1).
           02  FILLER            PIC X(2).
           02  SDYO              PIC X.
           02  SDYOD             PIC Z9.
           02  FILLER            PIC X(2).
           02  SLGO              PIC X.
           02  SLGOD             PIC X(8).
           02  FILLER            PIC X(2).
           02  SLRO              PIC X.
           02  SLROD             PIC ZZZZZ9.
           02  FILLER            PIC X(2).
           02  MS6O              PIC X.
           02  MS6OD             PIC X(60).

       01  DGTM7MI.
           02  FILLER            PIC X(12).
           02  SPTL              COMP PIC S9(4).
           02  SPTF              PICTURE X.
           02  FILLER REDEFINES SPTF.
               03  SPTA          PICTURE X.
           02  SPTI              PIC X(10).
           02  SDPL              COMP PIC S9(4).
           02  SDPF              PICTURE X.
           02  FILLER REDEFINES SDPF.
               03  SDPA          PICTURE X.
           02  SDPI              PIC 9(9).
           02  SFPL              COMP PIC S9(4).
           02  SFPF              PICTURE X.
           02  FILLER REDEFINES SFPF.
               03  SFPA          PICTURE X.
           02  SFPI              PIC X(9).
           02  MS7L              COMP PIC S9(4).
           02  MS7F              PICTURE X.
           02  FILLER REDEFINES MS7F.
               03  MS7A          PICTURE X.
           02  MS7I              PIC X(60).
       01  DGTM7MO REDEFINES DGTM7MI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(2).
           02  SPTO              PIC X.
           02  SPTOD             PIC X(10).
           02  FILLER            PIC X(2).
           02  SDPO              PIC X.
           02  SDPOD             PIC ZZZZZZZZ9.
           02  FILLER            PIC X(2).
           02  SFPO              PIC X.
           02  SFPOD             PIC ZZZZZZZZ9.
           02  FILLER            PIC X(2).
           02  MS7O              PIC X.
           02  MS7OD             PIC X(60).
