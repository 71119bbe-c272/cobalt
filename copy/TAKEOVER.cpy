000010*================================================================
000020* TAKEOVER - SITE TAKEOVER AUTHORIZATION FILE. KEYED BY THE
000030*            SITE WHOSE CYCLE IS BEING TAKEN OVER AND THE
000040*            OPERATOR ALLOWED TO RUN ITS JOBS. SITE-TAKEOVER
000050*            OPENS ONE ROW PER NAMED OPERATOR OF THE TAKING-
000060*            OVER SITE WHEN THE OWNING SITE LOSES ITS WINDOW,
000070*            AND CLOSES THEM ALL AT HAND-BACK. BANNER-RTN
000080*            HONOURS AN OPEN ROW IN PLACE OF THE OPERATOR'S
000090*            SITE LIST, BUT ONLY FOR THE CYCLE NAMED, BETWEEN
000100*            THE OPENED AND EXPIRY TIMESTAMPS, AND ONLY WHILE
000110*            THE OPERATOR'S OWN SITES STILL INCLUDE THE RUNNING
000120*            SITE:
000130*              TK-RUN-SITE       THE SITE TAKING OVER
000140*              TK-CYCLE-NUMBER   THE OWNING SITE'S OPEN CYCLE
000150*              TK-OPENED-TS      WHEN THE TAKEOVER WAS OPENED
000160*              TK-EXPIRES-TS     OPENED PLUS TK-HOURS
000170*              TK-SUPERVISOR-ID  THE SUPERVISOR WHO OPENED IT
000180*              TK-STATUS         "O" OPEN, "C" HANDED BACK
000190*              TK-CLOSED-TS      WHEN IT WAS HANDED BACK
000200*================================================================
000210 01  TAKEOVER-RECORD.
000220     05  TK-KEY.
000230         10  TK-OWNER-SITE       PIC X(04).
000240         10  TK-OPERATOR-ID      PIC X(08).
000250     05  TK-RUN-SITE             PIC X(04).
000260     05  TK-CYCLE-NUMBER         PIC 9(06).
000270     05  TK-OPENED-TS            PIC X(14).
000280     05  TK-EXPIRES-TS           PIC X(14).
000290     05  TK-HOURS                PIC 9(02).
000300     05  TK-SUPERVISOR-ID        PIC X(08).
000310     05  TK-STATUS               PIC X(01).
000320         88  TK-OPEN                         VALUE "O".
000330         88  TK-HANDED-BACK                  VALUE "C".
000340     05  TK-CLOSED-TS            PIC X(14).
000350     05  FILLER                  PIC X(05).
