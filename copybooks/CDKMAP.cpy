      *----------------------------------------------------------------
      * CDKMAP - symbolic map for mapset CDKMSET, map CDKMAP.
      * Hand-carried copy of the assembler-generated symbolic map
      * (DFHMSD/DFHMDI/DFHMDF in CDKMAP.BMS); regenerate from the BMS
      * source if the map layout changes.
      *----------------------------------------------------------------
       01  CDKMAPI.
           05  FILLER                  PIC X(12).
           05  CUSTIL                  COMP PIC S9(4).
           05  CUSTIF                  PICTURE X.
           05  FILLER REDEFINES CUSTIF.
               10  CUSTIA               PICTURE X.
           05  CUSTII                  PICTURE X(6).
           05  NAMEOL                  COMP PIC S9(4).
           05  NAMEOF                  PICTURE X.
           05  FILLER REDEFINES NAMEOF.
               10  NAMEOA               PICTURE X.
           05  NAMEOI                  PICTURE X(30).
           05  LIMTOL                  COMP PIC S9(4).
           05  LIMTOF                  PICTURE X.
           05  FILLER REDEFINES LIMTOF.
               10  LIMTOA               PICTURE X.
           05  LIMTOI                  PICTURE X(16).
           05  EXPSOL                  COMP PIC S9(4).
           05  EXPSOF                  PICTURE X.
           05  FILLER REDEFINES EXPSOF.
               10  EXPSOA               PICTURE X.
           05  EXPSOI                  PICTURE X(16).
           05  HLD1OL                  COMP PIC S9(4).
           05  HLD1OF                  PICTURE X.
           05  FILLER REDEFINES HLD1OF.
               10  HLD1OA               PICTURE X.
           05  HLD1OI                  PICTURE X(66).
           05  HLD2OL                  COMP PIC S9(4).
           05  HLD2OF                  PICTURE X.
           05  FILLER REDEFINES HLD2OF.
               10  HLD2OA               PICTURE X.
           05  HLD2OI                  PICTURE X(66).
           05  HLD3OL                  COMP PIC S9(4).
           05  HLD3OF                  PICTURE X.
           05  FILLER REDEFINES HLD3OF.
               10  HLD3OA               PICTURE X.
           05  HLD3OI                  PICTURE X(66).
           05  HLD4OL                  COMP PIC S9(4).
           05  HLD4OF                  PICTURE X.
           05  FILLER REDEFINES HLD4OF.
               10  HLD4OA               PICTURE X.
           05  HLD4OI                  PICTURE X(66).
           05  HLD5OL                  COMP PIC S9(4).
           05  HLD5OF                  PICTURE X.
           05  FILLER REDEFINES HLD5OF.
               10  HLD5OA               PICTURE X.
           05  HLD5OI                  PICTURE X(66).
           05  HLD6OL                  COMP PIC S9(4).
           05  HLD6OF                  PICTURE X.
           05  FILLER REDEFINES HLD6OF.
               10  HLD6OA               PICTURE X.
           05  HLD6OI                  PICTURE X(66).
           05  HLD7OL                  COMP PIC S9(4).
           05  HLD7OF                  PICTURE X.
           05  FILLER REDEFINES HLD7OF.
               10  HLD7OA               PICTURE X.
           05  HLD7OI                  PICTURE X(66).
           05  HLD8OL                  COMP PIC S9(4).
           05  HLD8OF                  PICTURE X.
           05  FILLER REDEFINES HLD8OF.
               10  HLD8OA               PICTURE X.
           05  HLD8OI                  PICTURE X(66).
           05  SEQIL                   COMP PIC S9(4).
           05  SEQIF                   PICTURE X.
           05  FILLER REDEFINES SEQIF.
               10  SEQIA                PICTURE X.
           05  SEQII                   PICTURE X(6).
           05  ACTIL                   COMP PIC S9(4).
           05  ACTIF                   PICTURE X.
           05  FILLER REDEFINES ACTIF.
               10  ACTIA                PICTURE X.
           05  ACTII                   PICTURE X(1).
           05  ANLIL                   COMP PIC S9(4).
           05  ANLIF                   PICTURE X.
           05  FILLER REDEFINES ANLIF.
               10  ANLIA                PICTURE X.
           05  ANLII                   PICTURE X(6).
           05  RSNIL                   COMP PIC S9(4).
           05  RSNIF                   PICTURE X.
           05  FILLER REDEFINES RSNIF.
               10  RSNIA                PICTURE X.
           05  RSNII                   PICTURE X(30).
           05  MSGOL                   COMP PIC S9(4).
           05  MSGOF                   PICTURE X.
           05  FILLER REDEFINES MSGOF.
               10  MSGOA                PICTURE X.
           05  MSGOI                   PICTURE X(60).

       01  CDKMAPO REDEFINES CDKMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  CUSTIO                  PICTURE X(6).
           05  FILLER                  PIC X(3).
           05  NAMEOO                  PICTURE X(30).
           05  FILLER                  PIC X(3).
           05  LIMTOO                  PICTURE X(16).
           05  FILLER                  PIC X(3).
           05  EXPSOO                  PICTURE X(16).
           05  FILLER                  PIC X(3).
           05  HLD1OO                  PICTURE X(66).
           05  FILLER                  PIC X(3).
           05  HLD2OO                  PICTURE X(66).
           05  FILLER                  PIC X(3).
           05  HLD3OO                  PICTURE X(66).
           05  FILLER                  PIC X(3).
           05  HLD4OO                  PICTURE X(66).
           05  FILLER                  PIC X(3).
           05  HLD5OO                  PICTURE X(66).
           05  FILLER                  PIC X(3).
           05  HLD6OO                  PICTURE X(66).
           05  FILLER                  PIC X(3).
           05  HLD7OO                  PICTURE X(66).
           05  FILLER                  PIC X(3).
           05  HLD8OO                  PICTURE X(66).
           05  FILLER                  PIC X(3).
           05  SEQIO                   PICTURE X(6).
           05  FILLER                  PIC X(3).
           05  ACTIO                   PICTURE X(1).
           05  FILLER                  PIC X(3).
           05  ANLIO                   PICTURE X(6).
           05  FILLER                  PIC X(3).
           05  RSNIO                   PICTURE X(30).
           05  FILLER                  PIC X(3).
           05  MSGOO                   PICTURE X(60).
