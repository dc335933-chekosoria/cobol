000100******************************************************************
000110* Copybook: ALERTREC
000120* Author: Sergio Soria
000130* Creation Date: 20261015
000140* Purpose: Alert log record layout for ALERTLOG - reason code,
000150*          file status, job name, program id, timestamp (run date
000160*          plus time of day), destination and severity in fixed
000170*          columns.  K010ALRT writes it for every raised alert;
000180*          the escalation step K010K00 reads it to track each
000190*          alert to acknowledgement and appends a re-raise when
000200*          an alert sits unacknowledged past its time limit.  A
000210*          re-raise carries the original reason code, job name,
000220*          program id and timestamp of the alert - so it still
000230*          names the alert it repeats - with the escalation level
000240*          E1, E2 ... in the file status field and the next
000250*          destination of the routing chain; the time of the
000260*          re-raise is kept on the ALRTSTAT alert status file.
000270*          Readers counting alerts skip the re-raises.
000280*          Severity runs 1 (highest) to 4, per reason code on the
000290*          ROUTEFIL routing master.
000300* Modification History:
000310*   20261015 SS  Initial version - layout shared out of K010ALRT.
000320******************************************************************
000330 01  K010-ALERT-LOG-RECORD.
000340     05  K010-ALR-REASON-CODE        PIC X(08).
000350     05  K010-ALR-FILE-STATUS        PIC X(02).
000360     05  K010-ALR-ESCALATION REDEFINES K010-ALR-FILE-STATUS.
000370         10  K010-ALR-ESC-FLAG       PIC X(01).
000380             88  K010-ALR-IS-RERAISE VALUE 'E'.
000390         10  K010-ALR-ESC-LEVEL      PIC X(01).
000400     05  K010-ALR-JOB-NAME           PIC X(08).
000410     05  K010-ALR-PROGRAM-ID         PIC X(18).
000420     05  K010-ALR-TIMESTAMP          PIC X(16).
000430     05  K010-ALR-DESTINATION        PIC X(07).
000440     05  K010-ALR-SEVERITY           PIC X(01).
