000100******************************************************************
000200*    COPYBOOK:     TINQREC
000300*    DESCRIPTION:  RECENT-POSTINGS INQUIRY RECORD, ONE PER
000400*                  POSTING, ON THE PROD.CARDDEMO.TRANINQ KSDS.
000500*                  THE KEY LEADS WITH THE ACCOUNT SO THE ONLINE
000600*                  OVER-LIMIT INQUIRY (CBINQR01C) CAN BROWSE ONE
000700*                  ACCOUNT'S POSTINGS NEWEST-FIRST; THE REST OF
000800*                  THE KEY IS THE POSTING'S DATE, TIME, TYPE, AND
000900*                  SEQUENCE NUMBER, WHICH TOGETHER IDENTIFY ONE
001000*                  POSTING.  TINQ-POSTING IS THE POSTING'S TRANREC
001100*                  IMAGE AS IT STANDS ON TRANFILE, APPLIED AND
001200*                  WAIVED STAMPS INCLUDED.  LOADED AND REFRESHED
001300*                  BY CBTIDX01C FROM THE NIGHT'S TRANFILE AND
001400*                  AFTER EACH WAIVER RUN; POSTINGS OLDER THAN THE
001500*                  LOADER'S RETENTION ARE PURGED, SO THE FILE ONLY
001600*                  EVER HOLDS RECENT ACTIVITY.  NEVER UPDATED
001700*                  ONLINE.
001800******************************************************************
001900 01  TRAN-INQUIRY-RECORD.
002000     05  TINQ-KEY.
002100         10  TINQ-ACCT-ID            PIC 9(11).
002200         10  TINQ-POSTING-KEY.
002300             15  TINQ-DATE           PIC X(08).
002400             15  TINQ-TIME           PIC X(06).
002500             15  TINQ-TYPE           PIC X(02).
002600             15  TINQ-SEQ-NO         PIC 9(09).
002700     05  TINQ-POSTING                PIC X(90).
