000800*                 PROGRAM APPENDS ITS OWN RECORD AT END OF   *
000900*                 RUN AND CHECKS ITS PREDECESSOR'S LAST      *
001000*                 RECORD BEFORE STARTING.                    *
001010* 2026-10-15 RH   ALSO WRITTEN BY THE MONTH-END DEPTCHG      *
001020*                 CHARGEBACK RUN (NOT PART OF THE CHAIN).    *
001030* 2026-10-15 RH   ALSO READ BY THE NIGHTLY CONSCHK RUN,      *
001040*                 WHICH CHECKS TODAY'S CHAIN RECORDS         *
001050*                 AGAINST VISITLOG AND APPENDS ITS OWN       *
001060*                 RECORD.                                    *
001070* 2026-10-15 RH   ALSO WRITTEN BY THE MONTHLY INDUCEXP       *
001080*                 INDUCTION EXPIRY RUN (NOT PART OF THE      *
001090*                 CHAIN).                                    *
001092* 2026-10-15 RH   ALSO WRITTEN BY THE NIGHTLY PARCAGE AGED   *
001094*                 PARCEL LIST (NOT PART OF THE CHAIN).       *
001100*-----------------------------------------------------------*
001200* RC-STATUS: C = CLEAN, W = ENDED WITH WARNINGS (SKIPPED     *
001300* RECORDS), F = FAILED - A DOWNSTREAM PROGRAM MUST NOT RUN   *
