000088*                 EXISTING OPERATOR'S AUTHORIZATION DETAIL.
000089*                 ADD TAKES THE SAME FIELDS FOR A NEW
000090*                 OPERATOR.
000091* 10/15/2026  RH  ADDED OT-SUPERVISOR-FLAG ("Y" OR "N"; SPACE
000092*                 READS AS "N") OUT OF THE FILLER, CARRIED BY
000093*                 ADD AND AUTHCHG LIKE THE REST OF THE
000094*                 AUTHORIZATION DETAIL.
000095* 10/15/2026  RH  ADDED OT-REQUESTER-ID AND OT-APPROVER-ID AFTER
000096*                 THE SUPERVISOR FLAG, WIDENING THE RECORD BY 16
000097*                 BYTES. OPER-CHG-RELEASE FILLS THEM FROM THE
000098*                 ONLINE CHANGE REQUEST (OPERPEND) A SECOND
000099*                 SUPERVISOR APPROVED; OPER-MAINT NOW REFUSES AN
000100*                 ADD, AUTHCHG OR REINSTATE WITHOUT TWO DIFFERENT
000101*                 IDS. A REVOKE OR NAMECHG CARD (DORMANT-REVIEW
000102*                 OUTPUT INCLUDED) LEAVES THEM AS SPACES.
000103* 10/15/2026  RH  ADDED OT-REQUEST-NO AFTER THE APPROVER, WIDENING
000104*                 THE RECORD BY 6 BYTES. OPER-CHG-RELEASE FILLS IT
000105*                 WITH THE OPERPEND REQUEST NUMBER, AND OPER-MAINT
000106*                 LOOKS THE REQUEST UP TO PROVE THE CHANGE IS THE
000107*                 ONE RELEASED. SPACES ON A PLAIN CARD.
000091*================================================================
000100 01  OPER-TRAN-RECORD.
000110     05  OT-ACTION               PIC X(10).
000250     05  OT-JOB-LIST.
000260         10  OT-JOB-NAME         OCCURS 05 TIMES
000270                                 PIC X(08).
000280     05  OT-SUPERVISOR-FLAG      PIC X(01).
000290     05  OT-REQUESTER-ID         PIC X(08).
000300     05  OT-APPROVER-ID          PIC X(08).
000310     05  OT-REQUEST-NO           PIC 9(06).
000320     05  FILLER                  PIC X(04).
