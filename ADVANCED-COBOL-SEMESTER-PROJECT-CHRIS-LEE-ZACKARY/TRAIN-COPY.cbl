      ******************************************************************
      *PROGRAM : TRAIN-COPY.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Training copy batch - copies the student-keyed        *
      *          masters (STUDENT-MASTER, ADDR-ISAM, REG-ISAM,         *
      *          REG-HIST-ISAM, ACCT-DETAIL, ACCT-BALANCE, HOLD-ISAM,  *
      *          STUD-COURSE-ISAM, TRANSFER-ISAM, and the aid, payment *
      *          plan, attendance, declared program, test score,       *
      *          waiver, permit, midterm, no-show, housing, advising,  *
      *          level, statement, incomplete, major and status        *
      *          history, class rank, residency petition and residency *
      *          history, graduation application, honors, diploma      *
      *          order, academic renewal, registration ticket,         *
      *          dunning, cohort, clearinghouse status, athlete,       *
      *          degree, sponsorship, VA certification, applicant,     *
      *          declaration history, alumni, block placement and      *
      *          transcript request files) into ../TRAINING with every *
      *          student ID remapped the same way in every file so     *
      *          joins still work, and names, addresses, phones and    *
      *          email replaced by fake values that follow the new ID  *
      *          and free-text notes cleared - course, section and     *
      *          term masters go across unchanged - TRAIN-COPY.RPT     *
      *          proves each file's record count and never shows an    *
      *          old or new ID - the tax ID, visa, immunization,       *
      *          accommodation, conduct and name-history files and the *
      *          operator file USER-MASTER are deliberately left out,  *
      *          as no training use justifies copying them even        *
      *          scrubbed                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAIN-COPY IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-STUD-IN ASSIGN TO
                              "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-ADR-IN ASSIGN TO "../ADDR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ADR-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-REG-IN ASSIGN TO "../REG-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS REG-IO-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-HIST-IN ASSIGN TO
                              "../REG-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS HST-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-ACD-IN ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-ACCT-IN ASSIGN TO "../ACCT-BALANCE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ACB-IO-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-HLD-IN ASSIGN TO "../HOLD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS HLD-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-SC-IN ASSIGN TO
                              "../STUD-COURSE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS SC-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-TC-IN ASSIGN TO "../TRANSFER-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS TC-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-AID-IN ASSIGN TO "../AID-AWARD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS AID-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-PLN-IN ASSIGN TO "../PAY-PLAN-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS PLN-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-ATT-IN ASSIGN TO "../ATTEND-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ATT-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-DCL-IN ASSIGN TO "../DECLARED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS DCL-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-TST-IN ASSIGN TO
                              "../TEST-SCORE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS TST-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-WVR-IN ASSIGN TO "../WAIVER-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS WVR-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-PMT-IN ASSIGN TO "../PERMIT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS PMT-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-MID-IN ASSIGN TO "../MIDTERM-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS MID-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-NSH-IN ASSIGN TO "../NOSHOW-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS NSH-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-HSG-IN ASSIGN TO "../HOUSING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS HSG-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-NTE-IN ASSIGN TO
                              "../ADVISE-NOTE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS NTE-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-CLR-IN ASSIGN TO
                              "../ADVISE-CLEAR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS CLR-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-ADV-IN ASSIGN TO "../ADVISOR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ADV-STUD-ID
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-SLV-IN ASSIGN TO
                              "../STUD-LEVEL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS SLV-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-STM-IN ASSIGN TO "../STATEMENT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS STM-STUD-ID
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-INC-IN ASSIGN TO
                              "../INCOMPLETE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS INC-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-MJH-IN ASSIGN TO
                              "../MAJOR-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS MJH-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-STH-IN ASSIGN TO
                              "../STATUS-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS STH-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-CRK-IN ASSIGN TO
                              "../CLASS-RANK-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS CRK-STUD-ID
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-RSP-IN ASSIGN TO
                              "../RES-PETITION-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS RSP-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-GA-IN ASSIGN TO "../GRAD-APP-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS GA-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-HON-IN ASSIGN TO "../HONORS-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS HON-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-DIP-IN ASSIGN TO "../DIPLOMA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS DIP-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-RNW-IN ASSIGN TO "../RENEWAL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS RNW-STUD-ID
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-TKT-IN ASSIGN TO "../TICKET-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS TKT-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-DUN-IN ASSIGN TO "../DUN-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS DUN-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-COH-IN ASSIGN TO "../COHORT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS COH-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-NSS-IN ASSIGN TO "../NSC-STAT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS NSS-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-RHS-IN ASSIGN TO "../RES-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS RHS-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-ATH-IN ASSIGN TO "../ATHLETE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ATH-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-DG-IN ASSIGN TO "../DEGREE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS DG-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-SPS-IN ASSIGN TO
                              "../SPONSORSHIP-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS SPS-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-VA-IN ASSIGN TO "../VA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS VA-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-APL-IN ASSIGN TO "../APPLICANT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS APL-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-DCH-IN ASSIGN TO "../DECL-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS DCH-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-ALM-IN ASSIGN TO "../ALUMNI-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ALM-STUD-ID
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-BPL-IN ASSIGN TO
                              "../BLOCK-PLACE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS BPL-KEY
                               FILE STATUS   IS WS-SRC-STAT.

           SELECT OPTIONAL ISAM-TRQ-IN ASSIGN TO "../TRANSCRIPT-REQ.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS TRQ-REQ-NO
                               FILE STATUS   IS WS-SRC-STAT.

      *    the training copies carry the same keys as the live files
           SELECT TRN-STUD-IO ASSIGN TO
                              "../TRAINING/STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-STUD-KEY
                               ALTERNATE KEY IS T-MAJOR-KEY=
                                  T-STUD-MAJOR
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-ADR-IO ASSIGN TO "../TRAINING/ADDR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-ADR-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-REG-IO ASSIGN TO "../TRAINING/REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS T-REG-KEY
                                ALTERNATE KEY IS T-REG-STUD-ID-KEY=
                                   T-REG-SEM, T-REG-YR, T-REG-STUD-ID
                                   WITH DUPLICATES
                                ALTERNATE KEY IS T-REG-CRN-KEY=
                                   T-REG-SEM, T-REG-YR, T-REG-CRN
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-HIST-IO ASSIGN TO
                              "../TRAINING/REG-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-HST-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-ACD-IO ASSIGN TO "../TRAINING/ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-ACD-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-ACCT-IO ASSIGN TO "../TRAINING/ACCT-BALANCE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-ACB-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-HLD-IO ASSIGN TO "../TRAINING/HOLD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-HLD-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-SC-IO ASSIGN TO
                              "../TRAINING/STUD-COURSE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-SC-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-TC-IO ASSIGN TO "../TRAINING/TRANSFER-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-TC-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-AID-IO ASSIGN TO "../TRAINING/AID-AWARD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-AID-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-PLN-IO ASSIGN TO "../TRAINING/PAY-PLAN-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-PLN-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-ATT-IO ASSIGN TO "../TRAINING/ATTEND-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-ATT-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-DCL-IO ASSIGN TO "../TRAINING/DECLARED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-DCL-KEY
                               ALTERNATE KEY IS T-DCL-PROGRAM
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-TST-IO ASSIGN TO "../TRAINING/TEST-SCORE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-TST-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-WVR-IO ASSIGN TO "../TRAINING/WAIVER-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-WVR-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-PMT-IO ASSIGN TO "../TRAINING/PERMIT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-PMT-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-MID-IO ASSIGN TO "../TRAINING/MIDTERM-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-MID-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-NSH-IO ASSIGN TO "../TRAINING/NOSHOW-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-NSH-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-HSG-IO ASSIGN TO "../TRAINING/HOUSING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-HSG-KEY
                               ALTERNATE KEY IS T-HSG-BED-KEY=
                                  T-HSG-HALL, T-HSG-ROOM, T-HSG-BED
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-NTE-IO ASSIGN TO
                              "../TRAINING/ADVISE-NOTE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-NTE-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-CLR-IO ASSIGN TO
                              "../TRAINING/ADVISE-CLEAR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-CLR-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-ADV-IO ASSIGN TO "../TRAINING/ADVISOR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-ADV-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-SLV-IO ASSIGN TO "../TRAINING/STUD-LEVEL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-SLV-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-STM-IO ASSIGN TO "../TRAINING/STATEMENT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-STM-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-INC-IO ASSIGN TO "../TRAINING/INCOMPLETE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-INC-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-MJH-IO ASSIGN TO "../TRAINING/MAJOR-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-MJH-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-STH-IO ASSIGN TO
                              "../TRAINING/STATUS-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-STH-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-CRK-IO ASSIGN TO "../TRAINING/CLASS-RANK-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-CRK-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-RSP-IO ASSIGN TO
                              "../TRAINING/RES-PETITION-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-RSP-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-GA-IO ASSIGN TO "../TRAINING/GRAD-APP-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-GA-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-HON-IO ASSIGN TO "../TRAINING/HONORS-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-HON-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-DIP-IO ASSIGN TO "../TRAINING/DIPLOMA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-DIP-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-RNW-IO ASSIGN TO "../TRAINING/RENEWAL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-RNW-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-TKT-IO ASSIGN TO "../TRAINING/TICKET-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-TKT-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-DUN-IO ASSIGN TO "../TRAINING/DUN-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-DUN-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-COH-IO ASSIGN TO "../TRAINING/COHORT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-COH-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-NSS-IO ASSIGN TO "../TRAINING/NSC-STAT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-NSS-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-RHS-IO ASSIGN TO "../TRAINING/RES-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-RHS-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-ATH-IO ASSIGN TO "../TRAINING/ATHLETE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-ATH-KEY
                               ALTERNATE KEY IS T-ATH-SPORT-KEY=
                                  T-ATH-SPORT, T-ATH-STUD-ID
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-DG-IO ASSIGN TO "../TRAINING/DEGREE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-DG-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-SPS-IO ASSIGN TO
                              "../TRAINING/SPONSORSHIP-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-SPS-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-VA-IO ASSIGN TO "../TRAINING/VA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-VA-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-APL-IO ASSIGN TO "../TRAINING/APPLICANT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-APL-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-DCH-IO ASSIGN TO "../TRAINING/DECL-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-DCH-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-ALM-IO ASSIGN TO "../TRAINING/ALUMNI-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-ALM-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-BPL-IO ASSIGN TO
                              "../TRAINING/BLOCK-PLACE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-BPL-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT TRN-TRQ-IO ASSIGN TO "../TRAINING/TRANSCRIPT-REQ.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS T-TRQ-KEY
                               FILE STATUS   IS WS-TRN-STAT.

           SELECT REPORT-OUT ASSIGN TO "../TRAIN-COPY.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-STUD-IN.
       01  ISAM-REC-IN.
           03  ISAM-STUD-KEY.
               05  ISAM-IO-ID      PIC 9(6).
           03  FILLER              PIC X.
           03  ISAM-STUD-LNAME     PIC X(15).
           03  ISAM-STUD-FNAME     PIC X(15).
           03  ISAM-STUD-ADDRESS   PIC X(25).
           03  ISAM-STUD-ZIP       PIC X(5).
           03  ISAM-STUD-HPHONE    PIC X(10).
           03  ISAM-STUD-CPHONE    PIC X(10).
           03  ISAM-STUD-WPHONE    PIC X(10).
           03  ISAM-STUD-GENDER    PIC X.
           03  ISAM-STUD-ACTIVE    PIC X.
           03  ISAM-STUD-MAJOR     PIC X(20)   VALUE SPACES.
           03  ISAM-STUD-HOLD      PIC X       VALUE 'N'.
           03  ISAM-STUD-STANDING  PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RES       PIC X       VALUE 'Y'.
           03  ISAM-STUD-GPA       PIC 9V99    VALUE ZEROS.
           03  ISAM-STUD-EARNED    PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-ATTEMPT   PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-PRIVACY   PIC X       VALUE 'N'.
           03  ISAM-STUD-CLASS     PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-SAP       PIC X       VALUE SPACE.
           03  ISAM-STUD-ENR-STAT  PIC X       VALUE 'A'.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-ADR-IN.
       01  ADR-REC-IN.
           03  ADR-KEY.
               05  ADR-STUD-ID    PIC 9(6).
               05  ADR-TYPE       PIC X.
           03  ADR-STREET         PIC X(25).
           03  ADR-CITY           PIC X(20).
           03  ADR-STATE          PIC X(2).
           03  ADR-ZIP            PIC X(5).

       FD  ISAM-REG-IN.
       01  REG-REC-IN.
           03  REG-IO-KEY.
               05  REG-IO-SEM     PIC X(2).
               05  REG-IO-YR      PIC X(4).
               05  REG-IO-CRN     PIC X(6).
               05  REG-IO-STUD-ID PIC 9(6).
           03  REG-IO-GRADE       PIC X.
           03  REG-IO-STATUS       PIC X.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-HIST-IN.
       01  HIST-REC-IN.
           03  HST-KEY.
               05  HST-SEM        PIC X(2).
               05  HST-YR         PIC X(4).
               05  HST-CRN        PIC X(6).
               05  HST-STUD-ID    PIC 9(6).
           03  HST-SUBJ           PIC X(5).
           03  HST-CRSE           PIC X(6).
           03  HST-TITLE          PIC X(30).
           03  HST-CREDITS        PIC X(3).
           03  HST-GRADE          PIC X.
           03  HST-STATUS         PIC X.
           03  HST-GRADE-MOD      PIC X       VALUE SPACE.
           03  HST-BASIS          PIC X       VALUE SPACE.

       FD  ISAM-ACD-IN.
       01  ACD-REC-IN.
           03  ACD-IO-KEY.
               05  ACD-IO-STUD-ID PIC 9(6).
               05  ACD-IO-SEM     PIC X(2).
               05  ACD-IO-YR      PIC X(4).
               05  ACD-IO-SEQ     PIC 9(4).
           03  ACD-IO-CODE        PIC X(4).
           03  ACD-IO-DESC        PIC X(30).
           03  ACD-IO-AMOUNT      PIC S9(7)V99.
           03  ACD-IO-DATE        PIC X(8).
           03  ACD-IO-RECEIPT     PIC 9(6).
           03  ACD-IO-SESSION     PIC 9(6).
           03  ACD-IO-PROGRAM     PIC X(14).
           03  ACD-IO-GL-DATE     PIC X(8)    VALUE SPACES.

       FD  ISAM-ACCT-IN.
       01  ACCT-REC-IN.
           03  ACB-IO-KEY.
               05  ACB-IO-STUD-ID PIC 9(6).
               05  ACB-IO-SEM     PIC X(2).
               05  ACB-IO-YR      PIC X(4).
           03  ACB-IO-BILLED      PIC 9(7)V99.
           03  ACB-IO-PAID        PIC 9(7)V99.

       FD  ISAM-HLD-IN.
       01  HLD-REC-IN.
           03  HLD-KEY.
               05  HLD-STUD-ID    PIC 9(6).
               05  HLD-TYPE       PIC X(2).
           03  HLD-OFFICE         PIC X(10).
           03  HLD-DATE           PIC X(8).
           03  HLD-COMMENT        PIC X(30).

       FD  ISAM-SC-IN.
       01  SC-REC-IN.
           03  SC-KEY.
               05  SC-STUD-ID     PIC 9(6).
               05  SC-SEM         PIC X(2).
               05  SC-YR          PIC X(4).
               05  SC-CRN         PIC X(6).
           03  SC-SUBJ            PIC X(5).
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  ISAM-TC-IN.
       01  TC-REC-IN.
           03  TC-KEY.
               05  TC-STUD-ID     PIC 9(6).
               05  TC-SEQ         PIC 9(3).
           03  TC-INSTITUTION     PIC X(25).
           03  TC-EXT-COURSE      PIC X(12).
           03  TC-CREDITS         PIC X(3).
           03  TC-GRADE           PIC X.
           03  TC-EQUIV-SUBJ      PIC X(5).
           03  TC-EQUIV-CRSE      PIC X(6).

       FD  ISAM-AID-IN.
       01  AID-REC-IN.
           03  AID-KEY.
               05  AID-STUD-ID    PIC 9(6).
               05  AID-SEM        PIC X(2).
               05  AID-YR         PIC X(4).
               05  AID-FUND       PIC X(6).
           03  AID-AMOUNT         PIC 9(7)V99.
           03  AID-DISB-DATE      PIC X(8).
           03  AID-MIN-HOURS      PIC 9(2).
           03  AID-DISBURSED      PIC X.

       FD  ISAM-PLN-IN.
       01  PLN-REC-IN.
           03  PLN-KEY.
               05  PLN-STUD-ID    PIC 9(6).
               05  PLN-SEM        PIC X(2).
               05  PLN-YR         PIC X(4).
               05  PLN-INST       PIC 9(2).
           03  PLN-AMOUNT         PIC 9(7)V99.
           03  PLN-DUE-DATE       PIC X(8).
           03  PLN-PAID           PIC 9(7)V99.

       FD  ISAM-ATT-IN.
       01  ATT-REC-IN.
           03  ATT-KEY.
               05  ATT-SEM        PIC X(2).
               05  ATT-YR         PIC X(4).
               05  ATT-CRN        PIC X(6).
               05  ATT-STUD-ID    PIC 9(6).
               05  ATT-DATE       PIC X(8).
           03  ATT-FLAG           PIC X.

       FD  ISAM-DCL-IN.
       01  DCL-REC-IN.
           03  DCL-KEY.
               05  DCL-STUD-ID    PIC 9(6).
               05  DCL-TYPE       PIC X.
               05  DCL-SLOT       PIC 9.
           03  DCL-PROGRAM        PIC X(20).
           03  DCL-EFF-SEM        PIC X(2).
           03  DCL-EFF-YR         PIC X(4).
           03  DCL-DATE           PIC X(8).
           03  DCL-USER           PIC X(20).

       FD  ISAM-TST-IN.
       01  TST-REC-IN.
           03  TST-KEY.
               05  TST-STUD-ID    PIC 9(6).
               05  TST-CODE       PIC X(4).
           03  TST-SCORE          PIC 9(3).
           03  TST-DATE           PIC X(8).

       FD  ISAM-WVR-IN.
       01  WVR-REC-IN.
           03  WVR-KEY.
               05  WVR-STUD-ID    PIC 9(6).
               05  WVR-SEM        PIC X(2).
               05  WVR-YR         PIC X(4).
           03  WVR-CODE           PIC X(4).

       FD  ISAM-PMT-IN.
       01  PMT-REC-IN.
           03  PMT-KEY.
               05  PMT-SEM        PIC X(2).
               05  PMT-YR         PIC X(4).
               05  PMT-CRN        PIC X(6).
               05  PMT-STUD-ID   PIC 9(6).
               05  PMT-TYPE       PIC X.
           03  PMT-INSTRUC-ID     PIC 9(6).
           03  PMT-EXPIRY         PIC X(8).
           03  PMT-USED           PIC X.

       FD  ISAM-MID-IN.
       01  MID-REC-IN.
           03  MID-KEY.
               05  MID-SEM        PIC X(2).
               05  MID-YR         PIC X(4).
               05  MID-CRN        PIC X(6).
               05  MID-STUD-ID    PIC 9(6).
           03  MID-GRADE          PIC X.

       FD  ISAM-NSH-IN.
       01  NSH-REC-IN.
           03  NSH-KEY.
               05  NSH-SEM        PIC X(2).
               05  NSH-YR         PIC X(4).
               05  NSH-CRN       PIC X(6).
               05  NSH-STUD-ID    PIC 9(6).
           03  NSH-STATUS         PIC X.
           03  NSH-DATE           PIC X(8).

       FD  ISAM-HSG-IN.
       01  HSG-REC-IN.
           03  HSG-KEY.
               05  HSG-STUD-ID    PIC 9(6).
               05  HSG-SEM        PIC X(2).
               05  HSG-YR         PIC X(4).
           03  HSG-HALL           PIC X(6).
           03  HSG-ROOM           PIC X(5).
           03  HSG-BED            PIC X.
           03  HSG-MEAL           PIC X(4).
           03  HSG-STATUS         PIC X.
           03  HSG-DATE           PIC X(8).
           03  HSG-REL-DATE       PIC X(8).
           03  HSG-ROOM-BILLED    PIC 9(5)V99.
           03  HSG-MEAL-BILLED    PIC 9(5)V99.
           03  HSG-CREDITED       PIC 9(5)V99.
           03  HSG-USER           PIC X(20).

       FD  ISAM-NTE-IN.
       01  NTE-REC-IN.
           03  NTE-KEY.
               05  NTE-STUD-ID    PIC 9(6).
               05  NTE-VISIT-NO   PIC 9(3).
           03  NTE-DATA.
               05  NTE-VISIT-DATE PIC X(8).
               05  NTE-TOPIC      PIC X(4).
               05  NTE-LINE-1     PIC X(60).
               05  NTE-LINE-2     PIC X(60).
               05  NTE-LINE-3     PIC X(60).
               05  NTE-CLR-SEM    PIC X(2).
               05  NTE-CLR-YR     PIC X(4).
               05  NTE-CLR-FLAG   PIC X.
           03  NTE-ADVISOR        PIC 9(6).
           03  NTE-DATE           PIC X(8).
           03  NTE-USER           PIC X(20).

       FD  ISAM-CLR-IN.
       01  CLR-REC-IN.
           03  CLR-KEY.
               05  CLR-STUD-ID     PIC 9(6).
               05  CLR-SEM         PIC X(2).
               05  CLR-YR          PIC X(4).
           03  CLR-FLAG            PIC X.
           03  CLR-ADVISOR         PIC 9(6).
           03  CLR-VISIT-NO        PIC 9(3).
           03  CLR-DATE            PIC X(8).
           03  CLR-USER            PIC X(20).

       FD  ISAM-ADV-IN.
       01  ADV-REC-IN.
           03  ADV-STUD-ID         PIC 9(6).
           03  ADV-INSTRUC-ID      PIC 9(6).

       FD  ISAM-SLV-IN.
       01  SLV-REC-IN.
           03  SLV-KEY.
               05  SLV-STUD-ID    PIC 9(6).
               05  SLV-LEVEL      PIC X.
           03  SLV-START-SEM      PIC X(2).
           03  SLV-START-YR       PIC X(4).
           03  SLV-END-SEM        PIC X(2).
           03  SLV-END-YR         PIC X(4).
           03  SLV-PROGRAM        PIC X(20).
           03  SLV-GPA            PIC 9V99.
           03  SLV-EARNED         PIC 9(4).
           03  SLV-ATTEMPT        PIC 9(4).
           03  SLV-POST-DATE      PIC X(8).

       FD  ISAM-STM-IN.
       01  STM-REC-IN.
           03  STM-STUD-ID        PIC 9(6).
           03  STM-LAST-DATE      PIC X(8).
           03  STM-LAST-BAL       PIC S9(7)V99.
           03  STM-COUNT          PIC 9(4).

       FD  ISAM-INC-IN.
       01  INC-REC-IN.
           03  INC-KEY.
               05  INC-STUD-ID    PIC 9(6).
               05  INC-SEM        PIC X(2).
               05  INC-YR         PIC X(4).
               05  INC-CRN        PIC X(6).
           03  INC-LAPSE-DATE     PIC X(8).
           03  INC-STATUS         PIC X.

       FD  ISAM-MJH-IN.
       01  MJH-REC-IN.
           03  MJH-KEY.
               05  MJH-STUD-ID    PIC 9(6).
               05  MJH-SEQ        PIC 9(3).
           03  MJH-OLD-MAJOR      PIC X(20).
           03  MJH-NEW-MAJOR      PIC X(20).
           03  MJH-EFF-SEM        PIC X(2).
           03  MJH-EFF-YR         PIC X(4).
           03  MJH-DATE           PIC X(8).
           03  MJH-USER           PIC X(20).

       FD  ISAM-STH-IN.
       01  STH-REC-IN.
           03  STH-KEY.
               05  STH-STUD-ID    PIC 9(6).
               05  STH-SEQ        PIC 9(3).
           03  STH-OLD-STAT       PIC X.
           03  STH-NEW-STAT       PIC X.
           03  STH-RET-SEM        PIC X(2).
           03  STH-RET-YR         PIC X(4).
           03  STH-DATE           PIC X(8).
           03  STH-USER           PIC X(20).

       FD  ISAM-CRK-IN.
       01  CRK-REC-IN.
           03  CRK-STUD-ID         PIC 9(6).
           03  CRK-CLASS           PIC X(2).
           03  CRK-MAJOR           PIC X(20).
           03  CRK-RANK            PIC 9(5).
           03  CRK-SIZE            PIC 9(5).
           03  CRK-GPA             PIC 9V99.
           03  CRK-HOURS           PIC 9(4).
           03  CRK-RUN-DATE        PIC X(8).

       FD  ISAM-RSP-IN.
       01  RSP-REC-IN.
           03  RSP-KEY.
               05  RSP-STUD-ID    PIC 9(6).
               05  RSP-SEQ        PIC 9(3).
           03  RSP-REQ-RES        PIC X.
           03  RSP-SUBMIT-DT      PIC X(8).
           03  RSP-DOCS           PIC X(30).
           03  RSP-DOCS-DT        PIC X(8).
           03  RSP-EFF-SEM        PIC X(2).
           03  RSP-EFF-YR         PIC X(4).
           03  RSP-DECISION       PIC X.
           03  RSP-DECIDER        PIC X(8).
           03  RSP-DECIDE-DT      PIC X(8).
           03  RSP-NOTE           PIC X(30).
           03  RSP-ENTERED-BY     PIC X(8).

       FD  ISAM-GA-IN.
       01  GA-REC-IN.
           03  GA-KEY.
               05  GA-STUD-ID     PIC 9(6).
               05  GA-SEM         PIC X(2).
               05  GA-YR          PIC X(4).
           03  GA-DATE            PIC X(8).
           03  GA-STATUS          PIC X.
           03  GA-WALK            PIC X       VALUE SPACE.
           03  GA-GUESTS          PIC 9(2)    VALUE ZEROS.

       FD  ISAM-HON-IN.
       01  HON-REC-IN.
           03  HON-KEY.
               05  HON-STUD-ID    PIC 9(6).
               05  HON-SEM        PIC X(2).
               05  HON-YR         PIC X(4).
           03  HON-CODE           PIC X(2).

       FD  ISAM-DIP-IN.
       01  DIP-REC-IN.
           03  DIP-KEY.
               05  DIP-STUD-ID    PIC 9(6).
               05  DIP-SEM        PIC X(2).
               05  DIP-YR         PIC X(4).
               05  DIP-SEQ        PIC 9(2).
           03  DIP-TYPE           PIC X.
               88  DIP-ORIGINAL       VALUE 'O'.
               88  DIP-REORDER        VALUE 'R'.
               88  DIP-REPLACEMENT    VALUE 'P'.
           03  DIP-REASON         PIC X(2).
           03  DIP-REASON-TEXT    PIC X(30).
           03  DIP-STATUS         PIC X.
               88  DIP-PENDING        VALUE 'P'.
               88  DIP-SENT           VALUE 'S'.
               88  DIP-REJECTED       VALUE 'X'.
           03  DIP-REQ-DATE       PIC X(8).
           03  DIP-SENT-DATE      PIC X(8).
           03  DIP-USER           PIC X(20).

       FD  ISAM-RNW-IN.
       01  RNW-REC-IN.
           03  RNW-STUD-ID        PIC 9(6).
           03  RNW-CUT-SEM        PIC X(2).
           03  RNW-CUT-YR         PIC X(4).
           03  RNW-APPR-DATE      PIC X(8).

       FD  ISAM-TKT-IN.
       01  TKT-REC-IN.
           03  TKT-KEY.
               05  TKT-SEM        PIC X(2).
               05  TKT-YR         PIC X(4).
               05  TKT-STUD-ID    PIC 9(6).
           03  TKT-DATE           PIC X(8).
           03  TKT-TIME           PIC X(4).

       FD  ISAM-DUN-IN.
       01  DUN-REC-IN.
           03  DUN-KEY.
               05  DUN-STUD-ID    PIC 9(6).
               05  DUN-SEM        PIC X(2).
               05  DUN-YR         PIC X(4).
           03  DUN-STAGE          PIC 9.
           03  DUN-DATE           PIC X(8).

       FD  ISAM-COH-IN.
       01  COH-REC-IN.
           03  COH-KEY.
               05  COH-STUD-ID    PIC 9(6).
           03  COH-SEM            PIC X(2).
           03  COH-YR             PIC X(4).
           03  COH-MAJOR          PIC X(20).
           03  COH-GENDER         PIC X.
           03  COH-HOURS          PIC 9(3).
           03  COH-DATE           PIC X(8).

       FD  ISAM-NSS-IN.
       01  NSS-REC-IN.
           03  NSS-KEY.
               05  NSS-SEM        PIC X(2).
               05  NSS-YR         PIC X(4).
               05  NSS-STUD-ID    PIC 9(6).
           03  NSS-STATUS         PIC X.
           03  NSS-EFF-DATE       PIC X(8).
           03  NSS-SUB-SEQ        PIC 9(6).

       FD  ISAM-RHS-IN.
       01  RHS-REC-IN.
           03  RHS-KEY.
               05  RHS-STUD-ID    PIC 9(6).
               05  RHS-SEQ        PIC 9(3).
           03  RHS-EFF-SEM        PIC X(2).
           03  RHS-EFF-YR         PIC X(4).
           03  RHS-OLD-RES        PIC X.
           03  RHS-NEW-RES        PIC X.
           03  RHS-PET-SEQ        PIC 9(3).
           03  RHS-DATE           PIC X(8).
           03  RHS-OPER           PIC X(8).

       FD  ISAM-ATH-IN.
       01  ATH-REC-IN.
           03  ATH-KEY.
               05  ATH-STUD-ID    PIC 9(6).
               05  ATH-SPORT      PIC X(12).
           03  ATH-ELIG-YR        PIC X.
           03  ATH-DATE           PIC X(8).
           03  ATH-USER           PIC X(20).

       FD  ISAM-DG-IN.
       01  DG-REC-IN.
           03  DG-KEY.
               05  DG-STUD-ID     PIC 9(6).
               05  DG-SEM         PIC X(2).
               05  DG-YR          PIC X(4).
           03  DG-MAJOR           PIC X(20).
           03  DG-DATE            PIC X(8).
           03  DG-HONORS          PIC X(2)    VALUE SPACES.
           03  DG-HONORS-DESC     PIC X(20)   VALUE SPACES.
           03  DG-MAJOR-2         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-1         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-2         PIC X(20)   VALUE SPACES.

       FD  ISAM-SPS-IN.
       01  SPS-REC-IN.
           03  SPS-KEY.
               05  SPS-STUD-ID    PIC 9(6).
               05  SPS-SEM        PIC X(2).
               05  SPS-YR         PIC X(4).
           03  SPS-SPONSOR        PIC X(6).
           03  SPS-RULE           PIC X.
           03  SPS-CAP            PIC 9(7)V99.

       FD  ISAM-VA-IN.
       01  VA-REC-IN.
           03  VA-KEY.
               05  VA-STUD-ID     PIC 9(6).
               05  VA-SEM         PIC X(2).
               05  VA-YR          PIC X(4).
           03  VA-CHAPTER         PIC X(4).
           03  VA-CERT-STATUS     PIC X.
           03  VA-CERT-HOURS      PIC 9(3).
           03  VA-CERT-DATE       PIC X(8).

       FD  ISAM-APL-IN.
       01  APL-REC-IN.
           03  APL-KEY.
               05  APL-STUD-ID    PIC 9(6).
               05  APL-SEM        PIC X(2).
               05  APL-YR         PIC X(4).
           03  APL-STATUS         PIC X.
           03  APL-MAJOR          PIC X(20).
           03  APL-DATE           PIC X(8).

       FD  ISAM-DCH-IN.
       01  DCH-REC-IN.
           03  DCH-KEY.
               05  DCH-STUD-ID    PIC 9(6).
               05  DCH-SEQ        PIC 9(3).
           03  DCH-TYPE           PIC X.
           03  DCH-SLOT           PIC 9.
           03  DCH-OLD-PROGRAM    PIC X(20).
           03  DCH-NEW-PROGRAM    PIC X(20).
           03  DCH-EFF-SEM        PIC X(2).
           03  DCH-EFF-YR         PIC X(4).
           03  DCH-DATE           PIC X(8).
           03  DCH-USER           PIC X(20).

       FD  ISAM-ALM-IN.
       01  ALM-REC-IN.
           03  ALM-STUD-ID        PIC 9(6).
           03  ALM-LNAME          PIC X(15).
           03  ALM-FNAME          PIC X(15).
           03  ALM-DEGREE         PIC X(20).
           03  ALM-CONF-SEM       PIC X(2).
           03  ALM-CONF-YR        PIC X(4).
           03  ALM-ADDRESS        PIC X(25).
           03  ALM-CITY           PIC X(20).
           03  ALM-STATE          PIC X(2).
           03  ALM-ZIP            PIC X(5).

       FD  ISAM-BPL-IN.
       01  BPL-REC-IN.
           03  BPL-KEY.
               05  BPL-SEM        PIC X(2).
               05  BPL-YR         PIC X(4).
               05  BPL-CODE       PIC X(6).
               05  BPL-STUD-ID    PIC 9(6).
           03  BPL-DATE           PIC X(8).
           03  BPL-HOW            PIC X.

       FD  ISAM-TRQ-IN.
       01  TRQ-REC-IN.
           03  TRQ-REQ-NO          PIC 9(6).
           03  TRQ-STUD-ID         PIC 9(6).
           03  TRQ-REQ-DATE        PIC X(10).
           03  TRQ-COPIES          PIC 9(2).
           03  TRQ-DELIVER         PIC X(30).
           03  TRQ-FULFILLED       PIC X.
           03  TRQ-FULL-DATE       PIC X(10).
           03  TRQ-RANK            PIC X       VALUE 'N'.

      *    the training records only spell out their keys - the rest
      *    of each record moves across whole from the scrubbed live one
       FD  TRN-STUD-IO.
       01  T-STUD-REC.
           03  T-STUD-KEY          PIC 9(6).
           03  FILLER              PIC X(93).
           03  T-STUD-MAJOR        PIC X(20).
           03  FILLER              PIC X(109).

       FD  TRN-ADR-IO.
       01  T-ADR-REC.
           03  T-ADR-KEY           PIC X(7).
           03  FILLER              PIC X(52).

       FD  TRN-REG-IO.
       01  T-REG-REC.
           03  T-REG-KEY.
               05  T-REG-SEM       PIC X(2).
               05  T-REG-YR        PIC X(4).
               05  T-REG-CRN       PIC X(6).
               05  T-REG-STUD-ID   PIC 9(6).
           03  FILLER              PIC X(9).

       FD  TRN-HIST-IO.
       01  T-HIST-REC.
           03  T-HST-KEY           PIC X(18).
           03  FILLER              PIC X(48).

       FD  TRN-ACD-IO.
       01  T-ACD-REC.
           03  T-ACD-KEY           PIC X(16).
           03  FILLER              PIC X(85).

       FD  TRN-ACCT-IO.
       01  T-ACCT-REC.
           03  T-ACB-KEY           PIC X(12).
           03  FILLER              PIC X(18).

       FD  TRN-HLD-IO.
       01  T-HLD-REC.
           03  T-HLD-KEY           PIC X(8).
           03  FILLER              PIC X(48).

       FD  TRN-SC-IO.
       01  T-SC-REC.
           03  T-SC-KEY            PIC X(18).
           03  FILLER              PIC X(16).

       FD  TRN-TC-IO.
       01  T-TC-REC.
           03  T-TC-KEY            PIC X(9).
           03  FILLER              PIC X(52).

       FD  TRN-AID-IO.
       01  T-AID-REC.
           03  T-AID-KEY           PIC X(18).
           03  FILLER              PIC X(20).

       FD  TRN-PLN-IO.
       01  T-PLN-REC.
           03  T-PLN-KEY           PIC X(14).
           03  FILLER              PIC X(26).

       FD  TRN-ATT-IO.
       01  T-ATT-REC.
           03  T-ATT-KEY           PIC X(26).
           03  FILLER              PIC X(1).

       FD  TRN-DCL-IO.
       01  T-DCL-REC.
           03  T-DCL-KEY           PIC X(8).
           03  T-DCL-PROGRAM       PIC X(20).
           03  FILLER              PIC X(34).

       FD  TRN-TST-IO.
       01  T-TST-REC.
           03  T-TST-KEY           PIC X(10).
           03  FILLER              PIC X(11).

       FD  TRN-WVR-IO.
       01  T-WVR-REC.
           03  T-WVR-KEY           PIC X(12).
           03  FILLER              PIC X(4).

       FD  TRN-PMT-IO.
       01  T-PMT-REC.
           03  T-PMT-KEY           PIC X(19).
           03  FILLER              PIC X(15).

       FD  TRN-MID-IO.
       01  T-MID-REC.
           03  T-MID-KEY           PIC X(18).
           03  FILLER              PIC X(1).

       FD  TRN-NSH-IO.
       01  T-NSH-REC.
           03  T-NSH-KEY           PIC X(18).
           03  FILLER              PIC X(9).

       FD  TRN-HSG-IO.
       01  T-HSG-REC.
           03  T-HSG-KEY           PIC X(12).
           03  T-HSG-HALL          PIC X(6).
           03  T-HSG-ROOM          PIC X(5).
           03  T-HSG-BED           PIC X(1).
           03  FILLER              PIC X(62).

       FD  TRN-NTE-IO.
       01  T-NTE-REC.
           03  T-NTE-KEY           PIC X(9).
           03  FILLER              PIC X(233).

       FD  TRN-CLR-IO.
       01  T-CLR-REC.
           03  T-CLR-KEY           PIC X(12).
           03  FILLER              PIC X(38).

       FD  TRN-ADV-IO.
       01  T-ADV-REC.
           03  T-ADV-KEY           PIC X(6).
           03  FILLER              PIC X(6).

       FD  TRN-SLV-IO.
       01  T-SLV-REC.
           03  T-SLV-KEY           PIC X(7).
           03  FILLER              PIC X(51).

       FD  TRN-STM-IO.
       01  T-STM-REC.
           03  T-STM-KEY           PIC X(6).
           03  FILLER              PIC X(21).

       FD  TRN-INC-IO.
       01  T-INC-REC.
           03  T-INC-KEY           PIC X(18).
           03  FILLER              PIC X(9).

       FD  TRN-MJH-IO.
       01  T-MJH-REC.
           03  T-MJH-KEY           PIC X(9).
           03  FILLER              PIC X(74).

       FD  TRN-STH-IO.
       01  T-STH-REC.
           03  T-STH-KEY           PIC X(9).
           03  FILLER              PIC X(36).

       FD  TRN-CRK-IO.
       01  T-CRK-REC.
           03  T-CRK-KEY           PIC X(6).
           03  FILLER              PIC X(47).

       FD  TRN-RSP-IO.
       01  T-RSP-REC.
           03  T-RSP-KEY           PIC X(9).
           03  FILLER              PIC X(108).

       FD  TRN-GA-IO.
       01  T-GA-REC.
           03  T-GA-KEY            PIC X(12).
           03  FILLER              PIC X(12).

       FD  TRN-HON-IO.
       01  T-HON-REC.
           03  T-HON-KEY           PIC X(12).
           03  FILLER              PIC X(2).

       FD  TRN-DIP-IO.
       01  T-DIP-REC.
           03  T-DIP-KEY           PIC X(14).
           03  FILLER              PIC X(70).

       FD  TRN-RNW-IO.
       01  T-RNW-REC.
           03  T-RNW-KEY           PIC X(6).
           03  FILLER              PIC X(14).

       FD  TRN-TKT-IO.
       01  T-TKT-REC.
           03  T-TKT-KEY           PIC X(12).
           03  FILLER              PIC X(12).

       FD  TRN-DUN-IO.
       01  T-DUN-REC.
           03  T-DUN-KEY           PIC X(12).
           03  FILLER              PIC X(9).

       FD  TRN-COH-IO.
       01  T-COH-REC.
           03  T-COH-KEY           PIC X(6).
           03  FILLER              PIC X(38).

       FD  TRN-NSS-IO.
       01  T-NSS-REC.
           03  T-NSS-KEY           PIC X(12).
           03  FILLER              PIC X(15).

       FD  TRN-RHS-IO.
       01  T-RHS-REC.
           03  T-RHS-KEY           PIC X(9).
           03  FILLER              PIC X(27).

       FD  TRN-ATH-IO.
       01  T-ATH-REC.
           03  T-ATH-KEY.
               05  T-ATH-STUD-ID   PIC 9(6).
               05  T-ATH-SPORT     PIC X(12).
           03  FILLER              PIC X(29).

       FD  TRN-DG-IO.
       01  T-DG-REC.
           03  T-DG-KEY            PIC X(12).
           03  FILLER              PIC X(110).

       FD  TRN-SPS-IO.
       01  T-SPS-REC.
           03  T-SPS-KEY           PIC X(12).
           03  FILLER              PIC X(16).

       FD  TRN-VA-IO.
       01  T-VA-REC.
           03  T-VA-KEY            PIC X(12).
           03  FILLER              PIC X(16).

       FD  TRN-APL-IO.
       01  T-APL-REC.
           03  T-APL-KEY           PIC X(12).
           03  FILLER              PIC X(29).

       FD  TRN-DCH-IO.
       01  T-DCH-REC.
           03  T-DCH-KEY           PIC X(9).
           03  FILLER              PIC X(76).

       FD  TRN-ALM-IO.
       01  T-ALM-REC.
           03  T-ALM-KEY           PIC X(6).
           03  FILLER              PIC X(108).

       FD  TRN-BPL-IO.
       01  T-BPL-REC.
           03  T-BPL-KEY           PIC X(18).
           03  FILLER              PIC X(9).

       FD  TRN-TRQ-IO.
       01  T-TRQ-REC.
           03  T-TRQ-KEY           PIC X(6).
           03  FILLER              PIC X(60).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  PRM-YR              PIC X(4).
           03  FILLER              PIC X.
           03  PRM-EXTRA           PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.
           05  WS-CURRENT-MONTH    PIC 99.
           05  WS-CURRENT-DAY      PIC 99.
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'TRAIN-COPY'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-SRC-STAT             PIC XX      VALUE SPACES.
           03  WS-TRN-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-CONFIRM              PIC X       VALUE SPACES.
           03  WS-SRC-COUNT            PIC 9(7)    VALUE ZEROS.
           03  WS-TRN-COUNT            PIC 9(7)    VALUE ZEROS.
           03  WS-FILE-NAME            PIC X(20)   VALUE SPACES.
           03  WS-FILE-CNT             PIC 9(3)    VALUE ZEROS.
           03  WS-BAD-CNT              PIC 9(3)    VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

       01  WS-CMD                      PIC X(80)   VALUE SPACES.
       01  WS-MKDIR-CMD                PIC X(80)   VALUE
           "mkdir -p ../TRAINING 2>/dev/null".

      *    the remap multiplies by a prime that shares no factor with
      *    a million and adds the run's key, so no two students can
      *    land on the same new ID - the key is never written down,
      *    and a blank key is taken from the clock
       01  WS-MAP-VARS.
           03  WS-MAP-KEY              PIC 9(6)    VALUE ZEROS.
           03  WS-MAP-MULT             PIC 9(4)    VALUE 7919.
           03  WS-MAP-WORK             PIC 9(12)   VALUE ZEROS.
           03  WS-MAP-QUOT             PIC 9(12)   VALUE ZEROS.
           03  WS-OLD-ID               PIC 9(6)    VALUE ZEROS.
           03  WS-NEW-ID               PIC 9(6)    VALUE ZEROS.
           03  WS-NAME-IX              PIC 9(2)    VALUE ZEROS.
           03  WS-FIRST-IX             PIC 9(2)    VALUE ZEROS.

       01  WS-FAKE-PERSON.
           03  WS-FAKE-LNAME           PIC X(15)   VALUE SPACES.
           03  WS-FAKE-FNAME           PIC X(15)   VALUE SPACES.
           03  WS-FAKE-STREET          PIC X(25)   VALUE SPACES.
           03  WS-FAKE-PHONE           PIC X(10)   VALUE SPACES.
           03  WS-FAKE-EMAIL           PIC X(30)   VALUE SPACES.

      *    fake names are picked off the new ID, so a student has the
      *    same fake name on every file and in every refresh run with
      *    the same key
       01  WS-LNAME-LIST.
           03  FILLER          PIC X(15) VALUE 'ADAMS'.
           03  FILLER          PIC X(15) VALUE 'BAKER'.
           03  FILLER          PIC X(15) VALUE 'CARTER'.
           03  FILLER          PIC X(15) VALUE 'DAVIS'.
           03  FILLER          PIC X(15) VALUE 'EVANS'.
           03  FILLER          PIC X(15) VALUE 'FOSTER'.
           03  FILLER          PIC X(15) VALUE 'GRAYSON'.
           03  FILLER          PIC X(15) VALUE 'HOLLAND'.
           03  FILLER          PIC X(15) VALUE 'IRWIN'.
           03  FILLER          PIC X(15) VALUE 'JENNINGS'.
           03  FILLER          PIC X(15) VALUE 'KELLER'.
           03  FILLER          PIC X(15) VALUE 'LAWSON'.
           03  FILLER          PIC X(15) VALUE 'MORGAN'.
           03  FILLER          PIC X(15) VALUE 'NOLAN'.
           03  FILLER          PIC X(15) VALUE 'OWENS'.
           03  FILLER          PIC X(15) VALUE 'PARKER'.
           03  FILLER          PIC X(15) VALUE 'QUINN'.
           03  FILLER          PIC X(15) VALUE 'RANDALL'.
           03  FILLER          PIC X(15) VALUE 'SAWYER'.
           03  FILLER          PIC X(15) VALUE 'TUCKER'.
       01  WS-LNAME-TABLE REDEFINES WS-LNAME-LIST.
           03  WS-LNAME-ENTRY  PIC X(15)   OCCURS 20 TIMES.

       01  WS-FNAME-LIST.
           03  FILLER          PIC X(15) VALUE 'ALEX'.
           03  FILLER          PIC X(15) VALUE 'BAILEY'.
           03  FILLER          PIC X(15) VALUE 'CASEY'.
           03  FILLER          PIC X(15) VALUE 'DREW'.
           03  FILLER          PIC X(15) VALUE 'ELLIS'.
           03  FILLER          PIC X(15) VALUE 'FINLEY'.
           03  FILLER          PIC X(15) VALUE 'GRAY'.
           03  FILLER          PIC X(15) VALUE 'HAYDEN'.
           03  FILLER          PIC X(15) VALUE 'JAMIE'.
           03  FILLER          PIC X(15) VALUE 'JORDAN'.
           03  FILLER          PIC X(15) VALUE 'KENDALL'.
           03  FILLER          PIC X(15) VALUE 'LOGAN'.
           03  FILLER          PIC X(15) VALUE 'MORGAN'.
           03  FILLER          PIC X(15) VALUE 'PARKER'.
           03  FILLER          PIC X(15) VALUE 'QUINN'.
           03  FILLER          PIC X(15) VALUE 'REESE'.
           03  FILLER          PIC X(15) VALUE 'RILEY'.
           03  FILLER          PIC X(15) VALUE 'SAGE'.
           03  FILLER          PIC X(15) VALUE 'TAYLOR'.
           03  FILLER          PIC X(15) VALUE 'PAT'.
       01  WS-FNAME-TABLE REDEFINES WS-FNAME-LIST.
           03  WS-FNAME-ENTRY  PIC X(15)   OCCURS 20 TIMES.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(30)
               VALUE 'TRAINING COPY CONTROL REPORT  '.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(22)   VALUE 'FILE'.
           03  FILLER      PIC X(10)   VALUE '    SOURCE'.
           03  FILLER      PIC X(11)   VALUE '   TRAINING'.
           03  FILLER      PIC X(10)   VALUE '   RESULT'.

       01  RPT-DETAIL.
           03  RD-FILE     PIC X(22).
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RD-SOURCE   PIC Z(6)9.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RD-TRAIN    PIC Z(6)9.
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RD-RESULT   PIC X(8).

       01  RPT-NOTE.
           03  FILLER      PIC X(44)
               VALUE 'STUDENT IDS REMAPPED - NO CROSSWALK IS KEPT'.

       01  RPT-TOTAL.
           03  FILLER      PIC X(14)   VALUE 'FILES COPIED: '.
           03  RT-FILES    PIC ZZ9.
           03  FILLER      PIC X(15)   VALUE '   MISMATCHED: '.
           03  RT-BAD      PIC ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "TRAIN-COPY".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.

       01  SCRN-KEY-REQ.
           03  LINE 07 COL 20 VALUE "COPY STUDENT FILES TO TRAINING".
           03  LINE 09 COL 20 VALUE "SCRAMBLE KEY (BLANK = RANDOM):".
           03  LINE 09 COL 51 PIC 9(6)  TO WS-MAP-KEY AUTO.
           03  LINE 11 COL 20 VALUE "REPLACES ANY TRAINING COPY - Y/N:".
           03  LINE 11 COL 54 PIC X     TO WS-CONFIRM AUTO.

       01  SCRN-MSG.
           03  LINE 13 COL 20 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY BLANK-SCREEN
           DISPLAY SCR-TITLE
           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               MOVE 'Y' TO WS-CONFIRM
           ELSE
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-KEY-REQ
           END-IF

           IF WS-CONFIRM EQUAL 'Y' OR 'y'
               PERFORM 100-MAKE-COPY
           ELSE
               MOVE 'TRAINING COPY CANCELLED' TO WS-MSG
           END-IF

           DISPLAY SCRN-MSG
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - a scramble key, if any, rides in the extra field
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARM-IN
           IF WS-PRM-STAT EQUAL '00'
               MOVE SPACES TO PRM-EOF-FLAG
               PERFORM UNTIL PRM-EOF
                   READ PARM-IN
                       AT END
                           MOVE 1 TO PRM-EOF-FLAG
                       NOT AT END
                           IF PRM-PROGRAM EQUAL WS-OWN-NAME
                               IF PRM-EXTRA(1:6) IS NUMERIC
                                   MOVE PRM-EXTRA(1:6) TO WS-MAP-KEY
                               END-IF
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       100-MAKE-COPY.
           IF WS-MAP-KEY EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-MAP-KEY
           END-IF
           IF WS-MAP-KEY EQUAL ZEROS
               MOVE 1 TO WS-MAP-KEY
           END-IF

           CALL "SYSTEM" USING WS-MKDIR-CMD
           OPEN OUTPUT REPORT-OUT
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

           PERFORM 200-COPY-STUDENTS
           PERFORM 210-COPY-ADDRESSES
           PERFORM 220-COPY-REGISTRATIONS
           PERFORM 230-COPY-HISTORY
           PERFORM 240-COPY-ACCT-DETAIL
           PERFORM 250-COPY-ACCT-BALANCE
           PERFORM 260-COPY-HOLDS
           PERFORM 270-COPY-STUD-COURSE
           PERFORM 280-COPY-TRANSFER
           PERFORM 400-COPY-AID-AWARD
           PERFORM 405-COPY-PAY-PLAN
           PERFORM 410-COPY-ATTEND
           PERFORM 415-COPY-DECLARED
           PERFORM 420-COPY-TEST-SCORE
           PERFORM 425-COPY-WAIVER
           PERFORM 430-COPY-PERMIT
           PERFORM 435-COPY-MIDTERM
           PERFORM 440-COPY-NOSHOW
           PERFORM 445-COPY-HOUSING
           PERFORM 450-COPY-ADVISE-NOTE
           PERFORM 455-COPY-ADVISE-CLEAR
           PERFORM 460-COPY-ADVISOR
           PERFORM 465-COPY-STUD-LEVEL
           PERFORM 470-COPY-STATEMENT
           PERFORM 475-COPY-INCOMPLETE
           PERFORM 480-COPY-MAJOR-HIST
           PERFORM 485-COPY-STATUS-HIST
           PERFORM 490-COPY-CLASS-RANK
           PERFORM 495-COPY-RES-PETITION
           PERFORM 500-COPY-GRAD-APP
           PERFORM 505-COPY-HONORS
           PERFORM 510-COPY-DIPLOMA
           PERFORM 515-COPY-RENEWAL
           PERFORM 520-COPY-TICKET
           PERFORM 525-COPY-DUN
           PERFORM 530-COPY-COHORT
           PERFORM 535-COPY-NSC-STAT
           PERFORM 540-COPY-RES-HIST
           PERFORM 545-COPY-ATHLETE
           PERFORM 550-COPY-DEGREE
           PERFORM 555-COPY-SPONSORSHIP
           PERFORM 560-COPY-VA
           PERFORM 565-COPY-APPLICANT
           PERFORM 570-COPY-DECL-HIST
           PERFORM 575-COPY-ALUMNI
           PERFORM 580-COPY-BLOCK-PLACE
           PERFORM 585-COPY-TRANSCRIPT-REQ
           PERFORM 300-COPY-REFERENCE

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-NOTE
           MOVE WS-FILE-CNT TO RT-FILES
           MOVE WS-BAD-CNT  TO RT-BAD
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           CLOSE REPORT-OUT

           IF WS-BAD-CNT EQUAL ZEROS
               MOVE 'TRAINING COPY DONE - COUNTS MATCH' TO WS-MSG
           ELSE
               STRING WS-BAD-CNT ' FILE(S) MISMATCHED - SEE REPORT'
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       200-COPY-STUDENTS.
           MOVE 'STUDENT-MASTER' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-STUD-IN
           OPEN OUTPUT TRN-STUD-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-STUD-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE ISAM-IO-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       PERFORM 810-FAKE-PERSON
                       PERFORM 205-SCRUB-STUDENT
                       MOVE ISAM-REC-IN TO T-STUD-REC
                       WRITE T-STUD-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-STUD-IN
           CLOSE TRN-STUD-IO

      *    the copy is counted off the training file itself
           OPEN INPUT TRN-STUD-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-STUD-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-STUD-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       205-SCRUB-STUDENT.
      *    only the identifying fields change - standing, GPA, hours,
      *    major and status stay exactly as they are, and a blank
      *    phone or email stays blank
           MOVE WS-NEW-ID      TO ISAM-IO-ID
           MOVE WS-FAKE-LNAME  TO ISAM-STUD-LNAME
           MOVE WS-FAKE-FNAME  TO ISAM-STUD-FNAME
           MOVE WS-FAKE-STREET TO ISAM-STUD-ADDRESS
           MOVE '72901'        TO ISAM-STUD-ZIP
           IF ISAM-STUD-HPHONE NOT EQUAL SPACES
               MOVE WS-FAKE-PHONE TO ISAM-STUD-HPHONE
           END-IF
           IF ISAM-STUD-CPHONE NOT EQUAL SPACES
               MOVE WS-FAKE-PHONE TO ISAM-STUD-CPHONE
           END-IF
           IF ISAM-STUD-WPHONE NOT EQUAL SPACES
               MOVE WS-FAKE-PHONE TO ISAM-STUD-WPHONE
           END-IF
           IF ISAM-STUD-PREF-NAME NOT EQUAL SPACES
               MOVE WS-FAKE-FNAME TO ISAM-STUD-PREF-NAME
           END-IF
           IF ISAM-STUD-EMAIL-CMP NOT EQUAL SPACES
               MOVE WS-FAKE-EMAIL TO ISAM-STUD-EMAIL-CMP
           END-IF
           IF ISAM-STUD-EMAIL-PER NOT EQUAL SPACES
               MOVE SPACES TO ISAM-STUD-EMAIL-PER
               STRING 'S' WS-NEW-ID '@EXAMPLE.COM'
                   DELIMITED BY SIZE INTO ISAM-STUD-EMAIL-PER
           END-IF.
      *-----------------------------------------------------------------
       210-COPY-ADDRESSES.
           MOVE 'ADDR-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-ADR-IN
           OPEN OUTPUT TRN-ADR-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-ADR-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE ADR-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       PERFORM 810-FAKE-PERSON
                       MOVE WS-NEW-ID      TO ADR-STUD-ID
                       MOVE WS-FAKE-STREET TO ADR-STREET
                       MOVE 'FORT SMITH'   TO ADR-CITY
                       MOVE 'AR'           TO ADR-STATE
                       MOVE '72901'        TO ADR-ZIP
                       MOVE ADR-REC-IN TO T-ADR-REC
                       WRITE T-ADR-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-ADR-IN
           CLOSE TRN-ADR-IO

           OPEN INPUT TRN-ADR-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-ADR-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-ADR-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       220-COPY-REGISTRATIONS.
      *    registrations keep their term, section, grade and status
           MOVE 'REG-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-REG-IN
           OPEN OUTPUT TRN-REG-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-REG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE REG-IO-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO REG-IO-STUD-ID
                       MOVE REG-REC-IN TO T-REG-REC
                       WRITE T-REG-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-REG-IN
           CLOSE TRN-REG-IO

           OPEN INPUT TRN-REG-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-REG-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-REG-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       230-COPY-HISTORY.
           MOVE 'REG-HIST-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-HIST-IN
           OPEN OUTPUT TRN-HIST-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-HIST-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE HST-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO HST-STUD-ID
                       MOVE HIST-REC-IN TO T-HIST-REC
                       WRITE T-HIST-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-HIST-IN
           CLOSE TRN-HIST-IO

           OPEN INPUT TRN-HIST-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-HIST-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-HIST-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       240-COPY-ACCT-DETAIL.
      *    charges and payments keep their amounts so the balances
      *    still foot to ACCT-BALANCE
           MOVE 'ACCT-DETAIL' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-ACD-IN
           OPEN OUTPUT TRN-ACD-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-ACD-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE ACD-IO-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO ACD-IO-STUD-ID
                       MOVE ACD-REC-IN TO T-ACD-REC
                       WRITE T-ACD-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-ACD-IN
           CLOSE TRN-ACD-IO

           OPEN INPUT TRN-ACD-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-ACD-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-ACD-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       250-COPY-ACCT-BALANCE.
           MOVE 'ACCT-BALANCE' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-ACCT-IN
           OPEN OUTPUT TRN-ACCT-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-ACCT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE ACB-IO-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO ACB-IO-STUD-ID
                       MOVE ACCT-REC-IN TO T-ACCT-REC
                       WRITE T-ACCT-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-ACCT-IN
           CLOSE TRN-ACCT-IO

           OPEN INPUT TRN-ACCT-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-ACCT-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-ACCT-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       260-COPY-HOLDS.
      *    the office's free-text comment can name people, so it is
      *    cleared - the hold type, office and date stay
           MOVE 'HOLD-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-HLD-IN
           OPEN OUTPUT TRN-HLD-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-HLD-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE HLD-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO HLD-STUD-ID
                       MOVE SPACES    TO HLD-COMMENT
                       MOVE HLD-REC-IN TO T-HLD-REC
                       WRITE T-HLD-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-HLD-IN
           CLOSE TRN-HLD-IO

           OPEN INPUT TRN-HLD-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-HLD-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-HLD-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       270-COPY-STUD-COURSE.
           MOVE 'STUD-COURSE-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-SC-IN
           OPEN OUTPUT TRN-SC-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-SC-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE SC-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO SC-STUD-ID
                       MOVE SC-REC-IN TO T-SC-REC
                       WRITE T-SC-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-SC-IN
           CLOSE TRN-SC-IO

           OPEN INPUT TRN-SC-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-SC-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-SC-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       280-COPY-TRANSFER.
           MOVE 'TRANSFER-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-TC-IN
           OPEN OUTPUT TRN-TC-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-TC-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE TC-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO TC-STUD-ID
                       MOVE TC-REC-IN TO T-TC-REC
                       WRITE T-TC-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-TC-IN
           CLOSE TRN-TC-IO

           OPEN INPUT TRN-TC-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-TC-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-TC-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       300-COPY-REFERENCE.
      *    the course, section and term masters hold nothing about any
      *    student, so they go across as they stand for the joins
           MOVE SPACES TO WS-CMD
           STRING 'cp -f ../SCHEDULE-MASTER.DAT ../COURSE-MASTER.DAT'
                  ' ../SEMESTER-MASTER.DAT ../TRAINING/ 2>/dev/null'
                  DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD.
      *-----------------------------------------------------------------
       400-COPY-AID-AWARD.
           MOVE 'AID-AWARD-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-AID-IN
           OPEN OUTPUT TRN-AID-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-AID-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE AID-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO AID-STUD-ID
                       MOVE AID-REC-IN TO T-AID-REC
                       WRITE T-AID-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-AID-IN
           CLOSE TRN-AID-IO

           OPEN INPUT TRN-AID-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-AID-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-AID-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       405-COPY-PAY-PLAN.
           MOVE 'PAY-PLAN-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-PLN-IN
           OPEN OUTPUT TRN-PLN-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-PLN-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE PLN-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO PLN-STUD-ID
                       MOVE PLN-REC-IN TO T-PLN-REC
                       WRITE T-PLN-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-PLN-IN
           CLOSE TRN-PLN-IO

           OPEN INPUT TRN-PLN-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-PLN-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-PLN-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       410-COPY-ATTEND.
           MOVE 'ATTEND-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-ATT-IN
           OPEN OUTPUT TRN-ATT-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-ATT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE ATT-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO ATT-STUD-ID
                       MOVE ATT-REC-IN TO T-ATT-REC
                       WRITE T-ATT-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-ATT-IN
           CLOSE TRN-ATT-IO

           OPEN INPUT TRN-ATT-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-ATT-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-ATT-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       415-COPY-DECLARED.
           MOVE 'DECLARED-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-DCL-IN
           OPEN OUTPUT TRN-DCL-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-DCL-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE DCL-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO DCL-STUD-ID
                       MOVE DCL-REC-IN TO T-DCL-REC
                       WRITE T-DCL-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-DCL-IN
           CLOSE TRN-DCL-IO

           OPEN INPUT TRN-DCL-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-DCL-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-DCL-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       420-COPY-TEST-SCORE.
           MOVE 'TEST-SCORE-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-TST-IN
           OPEN OUTPUT TRN-TST-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-TST-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE TST-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO TST-STUD-ID
                       MOVE TST-REC-IN TO T-TST-REC
                       WRITE T-TST-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-TST-IN
           CLOSE TRN-TST-IO

           OPEN INPUT TRN-TST-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-TST-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-TST-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       425-COPY-WAIVER.
           MOVE 'WAIVER-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-WVR-IN
           OPEN OUTPUT TRN-WVR-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-WVR-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE WVR-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO WVR-STUD-ID
                       MOVE WVR-REC-IN TO T-WVR-REC
                       WRITE T-WVR-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-WVR-IN
           CLOSE TRN-WVR-IO

           OPEN INPUT TRN-WVR-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-WVR-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-WVR-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       430-COPY-PERMIT.
           MOVE 'PERMIT-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-PMT-IN
           OPEN OUTPUT TRN-PMT-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-PMT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE PMT-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO PMT-STUD-ID
                       MOVE PMT-REC-IN TO T-PMT-REC
                       WRITE T-PMT-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-PMT-IN
           CLOSE TRN-PMT-IO

           OPEN INPUT TRN-PMT-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-PMT-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-PMT-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       435-COPY-MIDTERM.
           MOVE 'MIDTERM-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-MID-IN
           OPEN OUTPUT TRN-MID-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-MID-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE MID-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO MID-STUD-ID
                       MOVE MID-REC-IN TO T-MID-REC
                       WRITE T-MID-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-MID-IN
           CLOSE TRN-MID-IO

           OPEN INPUT TRN-MID-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-MID-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-MID-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       440-COPY-NOSHOW.
           MOVE 'NOSHOW-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-NSH-IN
           OPEN OUTPUT TRN-NSH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-NSH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE NSH-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO NSH-STUD-ID
                       MOVE NSH-REC-IN TO T-NSH-REC
                       WRITE T-NSH-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-NSH-IN
           CLOSE TRN-NSH-IO

           OPEN INPUT TRN-NSH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-NSH-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-NSH-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       445-COPY-HOUSING.
           MOVE 'HOUSING-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-HSG-IN
           OPEN OUTPUT TRN-HSG-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-HSG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE HSG-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO HSG-STUD-ID
                       MOVE HSG-REC-IN TO T-HSG-REC
                       WRITE T-HSG-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-HSG-IN
           CLOSE TRN-HSG-IO

           OPEN INPUT TRN-HSG-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-HSG-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-HSG-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       450-COPY-ADVISE-NOTE.
      *    the advisor's note lines are free text about the student,
      *    so they are cleared - the visit, topic and clearance stay
           MOVE 'ADVISE-NOTE-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-NTE-IN
           OPEN OUTPUT TRN-NTE-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-NTE-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE NTE-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO NTE-STUD-ID
                       MOVE SPACES    TO NTE-LINE-1
                       MOVE SPACES    TO NTE-LINE-2
                       MOVE SPACES    TO NTE-LINE-3
                       MOVE NTE-REC-IN TO T-NTE-REC
                       WRITE T-NTE-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-NTE-IN
           CLOSE TRN-NTE-IO

           OPEN INPUT TRN-NTE-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-NTE-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-NTE-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       455-COPY-ADVISE-CLEAR.
           MOVE 'ADVISE-CLEAR-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-CLR-IN
           OPEN OUTPUT TRN-CLR-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-CLR-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE CLR-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO CLR-STUD-ID
                       MOVE CLR-REC-IN TO T-CLR-REC
                       WRITE T-CLR-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-CLR-IN
           CLOSE TRN-CLR-IO

           OPEN INPUT TRN-CLR-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-CLR-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-CLR-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       460-COPY-ADVISOR.
           MOVE 'ADVISOR-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-ADV-IN
           OPEN OUTPUT TRN-ADV-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-ADV-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE ADV-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO ADV-STUD-ID
                       MOVE ADV-REC-IN TO T-ADV-REC
                       WRITE T-ADV-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-ADV-IN
           CLOSE TRN-ADV-IO

           OPEN INPUT TRN-ADV-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-ADV-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-ADV-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       465-COPY-STUD-LEVEL.
           MOVE 'STUD-LEVEL-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-SLV-IN
           OPEN OUTPUT TRN-SLV-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-SLV-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE SLV-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO SLV-STUD-ID
                       MOVE SLV-REC-IN TO T-SLV-REC
                       WRITE T-SLV-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-SLV-IN
           CLOSE TRN-SLV-IO

           OPEN INPUT TRN-SLV-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-SLV-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-SLV-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       470-COPY-STATEMENT.
           MOVE 'STATEMENT-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-STM-IN
           OPEN OUTPUT TRN-STM-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-STM-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE STM-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO STM-STUD-ID
                       MOVE STM-REC-IN TO T-STM-REC
                       WRITE T-STM-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-STM-IN
           CLOSE TRN-STM-IO

           OPEN INPUT TRN-STM-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-STM-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-STM-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       475-COPY-INCOMPLETE.
           MOVE 'INCOMPLETE-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-INC-IN
           OPEN OUTPUT TRN-INC-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-INC-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE INC-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO INC-STUD-ID
                       MOVE INC-REC-IN TO T-INC-REC
                       WRITE T-INC-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-INC-IN
           CLOSE TRN-INC-IO

           OPEN INPUT TRN-INC-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-INC-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-INC-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       480-COPY-MAJOR-HIST.
           MOVE 'MAJOR-HIST-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-MJH-IN
           OPEN OUTPUT TRN-MJH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-MJH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE MJH-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO MJH-STUD-ID
                       MOVE MJH-REC-IN TO T-MJH-REC
                       WRITE T-MJH-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-MJH-IN
           CLOSE TRN-MJH-IO

           OPEN INPUT TRN-MJH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-MJH-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-MJH-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       485-COPY-STATUS-HIST.
           MOVE 'STATUS-HIST-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-STH-IN
           OPEN OUTPUT TRN-STH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-STH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE STH-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO STH-STUD-ID
                       MOVE STH-REC-IN TO T-STH-REC
                       WRITE T-STH-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-STH-IN
           CLOSE TRN-STH-IO

           OPEN INPUT TRN-STH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-STH-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-STH-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       490-COPY-CLASS-RANK.
           MOVE 'CLASS-RANK-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-CRK-IN
           OPEN OUTPUT TRN-CRK-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-CRK-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE CRK-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO CRK-STUD-ID
                       MOVE CRK-REC-IN TO T-CRK-REC
                       WRITE T-CRK-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-CRK-IN
           CLOSE TRN-CRK-IO

           OPEN INPUT TRN-CRK-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-CRK-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-CRK-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       495-COPY-RES-PETITION.
      *    the documents list and decision note are free text that
      *    can name the family, so they are cleared - the decision
      *    and its dates stay
           MOVE 'RES-PETITION-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-RSP-IN
           OPEN OUTPUT TRN-RSP-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-RSP-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE RSP-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO RSP-STUD-ID
                       MOVE SPACES    TO RSP-DOCS
                       MOVE SPACES    TO RSP-NOTE
                       MOVE RSP-REC-IN TO T-RSP-REC
                       WRITE T-RSP-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-RSP-IN
           CLOSE TRN-RSP-IO

           OPEN INPUT TRN-RSP-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-RSP-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-RSP-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       500-COPY-GRAD-APP.
           MOVE 'GRAD-APP-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-GA-IN
           OPEN OUTPUT TRN-GA-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-GA-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE GA-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO GA-STUD-ID
                       MOVE GA-REC-IN TO T-GA-REC
                       WRITE T-GA-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-GA-IN
           CLOSE TRN-GA-IO

           OPEN INPUT TRN-GA-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-GA-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-GA-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       505-COPY-HONORS.
           MOVE 'HONORS-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-HON-IN
           OPEN OUTPUT TRN-HON-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-HON-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE HON-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO HON-STUD-ID
                       MOVE HON-REC-IN TO T-HON-REC
                       WRITE T-HON-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-HON-IN
           CLOSE TRN-HON-IO

           OPEN INPUT TRN-HON-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-HON-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-HON-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       510-COPY-DIPLOMA.
      *    the reorder reason is free text that can carry the
      *    student's own account of a lost or damaged diploma, so
      *    it is cleared - the reason code stays
           MOVE 'DIPLOMA-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-DIP-IN
           OPEN OUTPUT TRN-DIP-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-DIP-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE DIP-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO DIP-STUD-ID
                       MOVE SPACES    TO DIP-REASON-TEXT
                       MOVE DIP-REC-IN TO T-DIP-REC
                       WRITE T-DIP-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-DIP-IN
           CLOSE TRN-DIP-IO

           OPEN INPUT TRN-DIP-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-DIP-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-DIP-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       515-COPY-RENEWAL.
           MOVE 'RENEWAL-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-RNW-IN
           OPEN OUTPUT TRN-RNW-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-RNW-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE RNW-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO RNW-STUD-ID
                       MOVE RNW-REC-IN TO T-RNW-REC
                       WRITE T-RNW-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-RNW-IN
           CLOSE TRN-RNW-IO

           OPEN INPUT TRN-RNW-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-RNW-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-RNW-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       520-COPY-TICKET.
           MOVE 'TICKET-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-TKT-IN
           OPEN OUTPUT TRN-TKT-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-TKT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE TKT-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO TKT-STUD-ID
                       MOVE TKT-REC-IN TO T-TKT-REC
                       WRITE T-TKT-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-TKT-IN
           CLOSE TRN-TKT-IO

           OPEN INPUT TRN-TKT-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-TKT-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-TKT-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       525-COPY-DUN.
           MOVE 'DUN-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-DUN-IN
           OPEN OUTPUT TRN-DUN-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-DUN-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE DUN-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO DUN-STUD-ID
                       MOVE DUN-REC-IN TO T-DUN-REC
                       WRITE T-DUN-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-DUN-IN
           CLOSE TRN-DUN-IO

           OPEN INPUT TRN-DUN-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-DUN-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-DUN-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       530-COPY-COHORT.
           MOVE 'COHORT-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-COH-IN
           OPEN OUTPUT TRN-COH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-COH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE COH-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO COH-STUD-ID
                       MOVE COH-REC-IN TO T-COH-REC
                       WRITE T-COH-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-COH-IN
           CLOSE TRN-COH-IO

           OPEN INPUT TRN-COH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-COH-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-COH-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       535-COPY-NSC-STAT.
           MOVE 'NSC-STAT-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-NSS-IN
           OPEN OUTPUT TRN-NSS-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-NSS-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE NSS-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO NSS-STUD-ID
                       MOVE NSS-REC-IN TO T-NSS-REC
                       WRITE T-NSS-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-NSS-IN
           CLOSE TRN-NSS-IO

           OPEN INPUT TRN-NSS-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-NSS-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-NSS-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       540-COPY-RES-HIST.
           MOVE 'RES-HIST-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-RHS-IN
           OPEN OUTPUT TRN-RHS-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-RHS-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE RHS-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO RHS-STUD-ID
                       MOVE RHS-REC-IN TO T-RHS-REC
                       WRITE T-RHS-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-RHS-IN
           CLOSE TRN-RHS-IO

           OPEN INPUT TRN-RHS-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-RHS-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-RHS-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       545-COPY-ATHLETE.
           MOVE 'ATHLETE-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-ATH-IN
           OPEN OUTPUT TRN-ATH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-ATH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE ATH-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO ATH-STUD-ID
                       MOVE ATH-REC-IN TO T-ATH-REC
                       WRITE T-ATH-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-ATH-IN
           CLOSE TRN-ATH-IO

           OPEN INPUT TRN-ATH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-ATH-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-ATH-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       550-COPY-DEGREE.
           MOVE 'DEGREE-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-DG-IN
           OPEN OUTPUT TRN-DG-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-DG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE DG-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO DG-STUD-ID
                       MOVE DG-REC-IN TO T-DG-REC
                       WRITE T-DG-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-DG-IN
           CLOSE TRN-DG-IO

           OPEN INPUT TRN-DG-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-DG-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-DG-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       555-COPY-SPONSORSHIP.
           MOVE 'SPONSORSHIP-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-SPS-IN
           OPEN OUTPUT TRN-SPS-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-SPS-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE SPS-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO SPS-STUD-ID
                       MOVE SPS-REC-IN TO T-SPS-REC
                       WRITE T-SPS-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-SPS-IN
           CLOSE TRN-SPS-IO

           OPEN INPUT TRN-SPS-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-SPS-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-SPS-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       560-COPY-VA.
           MOVE 'VA-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-VA-IN
           OPEN OUTPUT TRN-VA-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-VA-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE VA-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO VA-STUD-ID
                       MOVE VA-REC-IN TO T-VA-REC
                       WRITE T-VA-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-VA-IN
           CLOSE TRN-VA-IO

           OPEN INPUT TRN-VA-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-VA-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-VA-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       565-COPY-APPLICANT.
           MOVE 'APPLICANT-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-APL-IN
           OPEN OUTPUT TRN-APL-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-APL-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE APL-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO APL-STUD-ID
                       MOVE APL-REC-IN TO T-APL-REC
                       WRITE T-APL-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-APL-IN
           CLOSE TRN-APL-IO

           OPEN INPUT TRN-APL-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-APL-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-APL-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       570-COPY-DECL-HIST.
           MOVE 'DECL-HIST-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-DCH-IN
           OPEN OUTPUT TRN-DCH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-DCH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE DCH-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO DCH-STUD-ID
                       MOVE DCH-REC-IN TO T-DCH-REC
                       WRITE T-DCH-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-DCH-IN
           CLOSE TRN-DCH-IO

           OPEN INPUT TRN-DCH-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-DCH-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-DCH-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       575-COPY-ALUMNI.
      *    the alumni row repeats the name and mailing address, so it
      *    takes the same fake person and town as ADDR-ISAM
           MOVE 'ALUMNI-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-ALM-IN
           OPEN OUTPUT TRN-ALM-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-ALM-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE ALM-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       PERFORM 810-FAKE-PERSON
                       MOVE WS-NEW-ID TO ALM-STUD-ID
                       MOVE WS-FAKE-LNAME  TO ALM-LNAME
                       MOVE WS-FAKE-FNAME  TO ALM-FNAME
                       MOVE WS-FAKE-STREET TO ALM-ADDRESS
                       MOVE 'FORT SMITH'   TO ALM-CITY
                       MOVE 'AR'           TO ALM-STATE
                       MOVE '72901'        TO ALM-ZIP
                       MOVE ALM-REC-IN TO T-ALM-REC
                       WRITE T-ALM-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-ALM-IN
           CLOSE TRN-ALM-IO

           OPEN INPUT TRN-ALM-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-ALM-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-ALM-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       580-COPY-BLOCK-PLACE.
           MOVE 'BLOCK-PLACE-ISAM' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-BPL-IN
           OPEN OUTPUT TRN-BPL-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-BPL-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE BPL-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO BPL-STUD-ID
                       MOVE BPL-REC-IN TO T-BPL-REC
                       WRITE T-BPL-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-BPL-IN
           CLOSE TRN-BPL-IO

           OPEN INPUT TRN-BPL-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-BPL-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-BPL-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       585-COPY-TRANSCRIPT-REQ.
      *    the request is keyed by its own number - only the student
      *    ID is remapped, and the deliver-to line naming the
      *    recipient and address is cleared
           MOVE 'TRANSCRIPT-REQ' TO WS-FILE-NAME
           MOVE ZEROS TO WS-SRC-COUNT
           MOVE ZEROS TO WS-TRN-COUNT
           OPEN INPUT  ISAM-TRQ-IN
           OPEN OUTPUT TRN-TRQ-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-TRQ-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-COUNT
                       MOVE TRQ-STUD-ID TO WS-OLD-ID
                       PERFORM 800-MAP-ID
                       MOVE WS-NEW-ID TO TRQ-STUD-ID
                       MOVE SPACES    TO TRQ-DELIVER
                       MOVE TRQ-REC-IN TO T-TRQ-REC
                       WRITE T-TRQ-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ISAM-TRQ-IN
           CLOSE TRN-TRQ-IO

           OPEN INPUT TRN-TRQ-IO
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ TRN-TRQ-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
               END-READ
           END-PERFORM
           CLOSE TRN-TRQ-IO
           PERFORM 900-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       800-MAP-ID.
           COMPUTE WS-MAP-WORK = WS-OLD-ID * WS-MAP-MULT + WS-MAP-KEY
           DIVIDE WS-MAP-WORK BY 1000000 GIVING WS-MAP-QUOT
               REMAINDER WS-NEW-ID.
      *-----------------------------------------------------------------
       810-FAKE-PERSON.
      *    the fake identity comes entirely from the new ID, so
      *    nothing of the real student survives in it
           DIVIDE WS-NEW-ID BY 20 GIVING WS-MAP-QUOT
               REMAINDER WS-NAME-IX
           ADD 1 TO WS-NAME-IX
           DIVIDE WS-MAP-QUOT BY 20 GIVING WS-MAP-QUOT
               REMAINDER WS-FIRST-IX
           ADD 1 TO WS-FIRST-IX
           MOVE WS-LNAME-ENTRY (WS-NAME-IX)  TO WS-FAKE-LNAME
           MOVE WS-FNAME-ENTRY (WS-FIRST-IX) TO WS-FAKE-FNAME

           MOVE SPACES TO WS-FAKE-STREET
           STRING WS-NEW-ID ' TRAINING WAY'
               DELIMITED BY SIZE INTO WS-FAKE-STREET
           MOVE SPACES TO WS-FAKE-PHONE
           STRING '479555' WS-NEW-ID(3:4)
               DELIMITED BY SIZE INTO WS-FAKE-PHONE
           MOVE SPACES TO WS-FAKE-EMAIL
           STRING 'S' WS-NEW-ID '@TRAINING.UAFS.EDU'
               DELIMITED BY SIZE INTO WS-FAKE-EMAIL.
      *-----------------------------------------------------------------
       900-WRITE-COUNT-LINE.
           ADD 1 TO WS-FILE-CNT
           MOVE WS-FILE-NAME TO RD-FILE
           MOVE WS-SRC-COUNT TO RD-SOURCE
           MOVE WS-TRN-COUNT TO RD-TRAIN
           IF WS-SRC-COUNT EQUAL WS-TRN-COUNT
               MOVE 'MATCH'    TO RD-RESULT
           ELSE
               MOVE 'MISMATCH' TO RD-RESULT
               ADD 1 TO WS-BAD-CNT
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
