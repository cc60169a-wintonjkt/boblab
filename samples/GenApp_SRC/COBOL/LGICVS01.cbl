       01 WS-ABSTIME                 PIC S9(8) COMP VALUE +0.
       01 WS-LOG-TIME                PIC X(8)  VALUE SPACES.
       01 WS-LOG-DATE                PIC X(10) VALUE SPACES.
       01 WS-USERID                  PIC X(8)  VALUE SPACES.
       77 USAGE-QUEUE                PIC X(8)  VALUE 'LGUSAGE'.
       01 USAGE-LOG-RECORD.
         03 ULOG-DATE                PIC X(8).
         03 ULOG-MODE                PIC X(6).
         03 FILLER                   PIC X     VALUE SPACE.
         03 ULOG-CUSTOMER            PIC 9(10).
         03 FILLER                   PIC X     VALUE SPACE.
         03 ULOG-USERID              PIC X(8).
       77 MSGEND                     PIC X(24) VALUE
                                        'Transaction ended      '.
       77 F82                        Pic S9(4) Comp Value 225.
                     MMDDYYYY(WS-LOG-DATE)
                     TIME(WS-LOG-TIME)
           END-EXEC
      * The signed-on user, so the log shows who looked up whom.
           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC
           MOVE WS-USERID   TO ULOG-USERID
           MOVE WS-LOG-DATE TO ULOG-DATE
           MOVE WS-LOG-TIME TO ULOG-TIME
           IF WS-BROWSE-MODE = 'Y'
