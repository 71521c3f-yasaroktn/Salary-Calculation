               10  MT-D-STATE-PCT  PIC 9(2)V99.
               10  MT-D-SS-PCT     PIC 9(2)V99.
               10  MT-D-HEALTH-AMT PIC 9(4)V99.
               10  MT-D-RETIRE-PCT PIC 9(2)V99.
               10  MT-D-RETIRE-TAGS.
                   15  MT-D-RETIRE-FIT  PIC X(01).
                   15  MT-D-RETIRE-SIT  PIC X(01).
                   15  MT-D-RETIRE-SS   PIC X(01).
               10  MT-D-S125-HEALTH-AMT PIC 9(4)V99.
               10  MT-D-S125-HEALTH-TAGS.
                   15  MT-D-S125-H-FIT  PIC X(01).
                   15  MT-D-S125-H-SIT  PIC X(01).
                   15  MT-D-S125-H-SS   PIC X(01).
               10  MT-D-S125-DEPCARE-AMT PIC 9(4)V99.
               10  MT-D-S125-DEPCARE-TAGS.
                   15  MT-D-S125-D-FIT  PIC X(01).
                   15  MT-D-S125-D-SIT  PIC X(01).
                   15  MT-D-S125-D-SS   PIC X(01).
               10  FILLER          PIC X(35).
           05  MT-JR-IMAGE REDEFINES MT-IMAGE.
               10  MT-J-JOB        PIC X(20).
               10  MT-J-WHERE      PIC X(20).
               10  MT-J-STD-RATE   PIC 9(3)V99.
               10  MT-J-SHIFT-PCT  PIC 9(3)V99.
               10  MT-J-EFF-DATE   PIC 9(8).
               10  MT-J-WC-CLASS   PIC X(04).
               10  MT-J-WC-RATE    PIC 9(3)V99.
               10  FILLER          PIC X(31).
           05  MT-TR-IMAGE REDEFINES MT-IMAGE.
               10  MT-T-YEAR       PIC 9(4).
               10  MT-T-TYPE       PIC X(01).
