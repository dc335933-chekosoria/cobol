000100******************************************************************
000110* Copybook: ALTSTAT
000120* Author: Sergio Soria
000130* Creation Date: 20261015
000140* Purpose: Alert status record - one record per alert raised on
000150*          ALERTLOG, on ALRTSTAT, the KSDS keyed on the alert's
000160*          timestamp, reason code and job name.  The escalation
000170*          step K010K00 files every new alert OPEN, posts the
000180*          operator acknowledgement cards against it, and re-
000190*          raises an OPEN alert past its severity's time limit to
000200*          the next destination of the routing chain, bumping the
000210*          escalation level; an alert with nowhere further to go
000220*          is marked EXHAUSTED and stays unacknowledged.  The
000230*          open-alerts report K010O00 lists everything still
000240*          unacknowledged at the end of the window.
000250* Modification History:
000260*   20261015 SS  Initial version.
000270******************************************************************
000280 01  K010-ALERT-STATUS-RECORD.
000290     05  K010-AST-KEY.
000300         10  K010-AST-TIMESTAMP      PIC X(16).
000310         10  K010-AST-REASON-CODE    PIC X(08).
000320         10  K010-AST-JOB-NAME       PIC X(08).
000330     05  K010-AST-PROGRAM-ID         PIC X(18).
000340     05  K010-AST-FILE-STATUS        PIC X(02).
000350     05  K010-AST-SEVERITY           PIC X(01).
000360     05  K010-AST-ORIG-DEST          PIC X(07).
000370     05  K010-AST-CURR-DEST          PIC X(07).
000380     05  K010-AST-ESC-LEVEL          PIC 9(01).
000390     05  K010-AST-LAST-RAISED        PIC X(16).
000400     05  K010-AST-STATUS             PIC X(01).
000410         88  K010-AST-OPEN           VALUE 'O'.
000420         88  K010-AST-EXHAUSTED      VALUE 'E'.
000430         88  K010-AST-ACKED          VALUE 'A'.
000440         88  K010-AST-UNACKED        VALUE 'O' 'E'.
000450     05  K010-AST-ACK-OPERATOR       PIC X(08).
000460     05  K010-AST-ACK-STAMP          PIC X(16).
000470     05  K010-AST-ACK-COMMENT        PIC X(36).
000480     05  FILLER                      PIC X(05).
