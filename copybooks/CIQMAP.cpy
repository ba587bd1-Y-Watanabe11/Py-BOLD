           05  FILLER REDEFINES FINLOF.
               10  FINLOA               PICTURE X.
           05  FINLOI                  PICTURE X(12).
           05  REPIL                   COMP PIC S9(4).
           05  REPIF                   PICTURE X.
           05  FILLER REDEFINES REPIF.
               10  REPIA                PICTURE X.
           05  REPII                   PICTURE X(4).
           05  CHNLIL                  COMP PIC S9(4).
           05  CHNLIF                  PICTURE X.
           05  FILLER REDEFINES CHNLIF.
               10  CHNLIA               PICTURE X.
           05  CHNLII                  PICTURE X(2).
           05  ISSUIL                  COMP PIC S9(4).
           05  ISSUIF                  PICTURE X.
           05  FILLER REDEFINES ISSUIF.
               10  ISSUIA               PICTURE X.
           05  ISSUII                  PICTURE X(1).
           05  QTNOOL                  COMP PIC S9(4).
           05  QTNOOF                  PICTURE X.
           05  FILLER REDEFINES QTNOOF.
               10  QTNOOA               PICTURE X.
           05  QTNOOI                  PICTURE X(8).
           05  EXPOL                   COMP PIC S9(4).
           05  EXPOF                   PICTURE X.
           05  FILLER REDEFINES EXPOF.
               10  EXPOA                PICTURE X.
           05  EXPOI                   PICTURE X(8).
           05  MSGOL                   COMP PIC S9(4).
           05  MSGOF                   PICTURE X.
           05  FILLER REDEFINES MSGOF.
           05  FILLER                  PIC X(3).
           05  FINLOO                  PICTURE X(12).
           05  FILLER                  PIC X(3).
           05  REPIO                   PICTURE X(4).
           05  FILLER                  PIC X(3).
           05  CHNLIO                  PICTURE X(2).
           05  FILLER                  PIC X(3).
           05  ISSUIO                  PICTURE X(1).
           05  FILLER                  PIC X(3).
           05  QTNOOO                  PICTURE X(8).
           05  FILLER                  PIC X(3).
           05  EXPOO                   PICTURE X(8).
           05  FILLER                  PIC X(3).
           05  MSGOO                   PICTURE X(60).
