      *     '*DELETED*' DATED AFTER THE AS-OF MEANS THE EMPLOYEE WAS   *
      *     STILL PRESENT AS OF THE DATE BUT HAS SINCE BEEN TERMINATED *
      *     (ROW RESURRECTED FROM THE AUDIT VALUES - THE TRACKED       *
      *     FIELDS ARE RECOVERED, INCLUDING JOB, EDLEVEL, NAME AND     *
      *     PHONENO WHERE THEY ARE ON THE AUDIT FILE; A NAME WITH NO   *
      *     AUDIT HISTORY STILL COMES OUT AS '*UNKNOWN*').             *
      *     PASS 2 MATCH-MERGES THE OVERRIDES AGAINST THE MASTER IN    *
      *     EMPNO SEQUENCE AND WRITES A FULL DCLEMP-LAYOUT EXTRACT,    *
      *     FEEDABLE STRAIGHT INTO DEPTRPT FOR AN AS-OF ROLL-UP, PLUS  *
      *   08/21/2026 RAK  INITIAL VERSION.                             *
      *   08/21/2026 RAK  WRITE START/COMPLETION EVENTS TO THE         *
      *                   SHARED RUNLOG FILE.                          *
      *   10/15/2026 RAK  ROLL BACK JOB, EDLEVEL, FIRSTNME, MIDINIT,   *
      *                   LASTNAME AND PHONENO FROM THE AUDIT FILE,    *
      *                   AND RESURRECT TERMINATED EMPLOYEES WITH      *
      *                   THEIR AUDITED NAME AND JOB INSTEAD OF        *
      *                   '*UNKNOWN*'.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPASOF.
       01  WS-GRP-COMM-SW              PIC X(01) VALUE 'N'.
           88  WS-GRP-HAS-COMM                   VALUE 'Y'.
       01  WS-GRP-COMM                 PIC X(15) VALUE SPACES.
       01  WS-GRP-JOB-SW               PIC X(01) VALUE 'N'.
           88  WS-GRP-HAS-JOB                    VALUE 'Y'.
       01  WS-GRP-JOB                  PIC X(15) VALUE SPACES.
       01  WS-GRP-EDLEVEL-SW           PIC X(01) VALUE 'N'.
           88  WS-GRP-HAS-EDLEVEL                VALUE 'Y'.
       01  WS-GRP-EDLEVEL              PIC X(15) VALUE SPACES.
       01  WS-GRP-FIRSTNME-SW          PIC X(01) VALUE 'N'.
           88  WS-GRP-HAS-FIRSTNME               VALUE 'Y'.
       01  WS-GRP-FIRSTNME             PIC X(15) VALUE SPACES.
       01  WS-GRP-MIDINIT-SW           PIC X(01) VALUE 'N'.
           88  WS-GRP-HAS-MIDINIT                VALUE 'Y'.
       01  WS-GRP-MIDINIT              PIC X(15) VALUE SPACES.
       01  WS-GRP-LASTNAME-SW          PIC X(01) VALUE 'N'.
           88  WS-GRP-HAS-LASTNAME               VALUE 'Y'.
       01  WS-GRP-LASTNAME             PIC X(15) VALUE SPACES.
       01  WS-GRP-PHONENO-SW           PIC X(01) VALUE 'N'.
           88  WS-GRP-HAS-PHONENO                VALUE 'Y'.
       01  WS-GRP-PHONENO              PIC X(15) VALUE SPACES.

      ******************************************************************
      * TRAILING-BLANK SCAN FOR THE VARCHAR NAME LENGTHS               *
      ******************************************************************
       01  WS-TRIM-POS                 PIC S9(04) USAGE COMP VALUE ZERO.

      ******************************************************************
      * DE-EDIT WORK AREA - AUDIT VALUES WERE FORMATTED -(7)9.99, SO   *
                          WS-GRP-WORKDEPT-SW
                          WS-GRP-SALARY-SW
                          WS-GRP-BONUS-SW
                          WS-GRP-COMM-SW
                          WS-GRP-JOB-SW
                          WS-GRP-EDLEVEL-SW
                          WS-GRP-FIRSTNME-SW
                          WS-GRP-MIDINIT-SW
                          WS-GRP-LASTNAME-SW
                          WS-GRP-PHONENO-SW.
           MOVE SPACES TO WS-GRP-WORKDEPT
                          WS-GRP-SALARY
                          WS-GRP-BONUS
                          WS-GRP-COMM
                          WS-GRP-JOB
                          WS-GRP-EDLEVEL
                          WS-GRP-FIRSTNME
                          WS-GRP-MIDINIT
                          WS-GRP-LASTNAME
                          WS-GRP-PHONENO.
           MOVE WS-OVR-EMPNO TO WS-GRP-EMPNO.
           IF WS-GRP-EMPNO EQUAL HIGH-VALUES
               GO TO 3300-EXIT
               WHEN 'COMM'
                   MOVE 'Y'       TO WS-GRP-COMM-SW
                   MOVE OVR-VALUE TO WS-GRP-COMM
               WHEN 'JOB'
                   MOVE 'Y'       TO WS-GRP-JOB-SW
                   MOVE OVR-VALUE TO WS-GRP-JOB
               WHEN 'EDLEVEL'
                   MOVE 'Y'       TO WS-GRP-EDLEVEL-SW
                   MOVE OVR-VALUE TO WS-GRP-EDLEVEL
               WHEN 'FIRSTNME'
                   MOVE 'Y'       TO WS-GRP-FIRSTNME-SW
                   MOVE OVR-VALUE TO WS-GRP-FIRSTNME
               WHEN 'MIDINIT'
                   MOVE 'Y'       TO WS-GRP-MIDINIT-SW
                   MOVE OVR-VALUE TO WS-GRP-MIDINIT
               WHEN 'LASTNAME'
                   MOVE 'Y'       TO WS-GRP-LASTNAME-SW
                   MOVE OVR-VALUE TO WS-GRP-LASTNAME
               WHEN 'PHONENO'
                   MOVE 'Y'       TO WS-GRP-PHONENO-SW
                   MOVE OVR-VALUE TO WS-GRP-PHONENO
               WHEN OTHER
                   DISPLAY 'EMPASOF: UNKNOWN FIELD ON AUDIT FILE - '
                           OVR-FIELD-NAME
               MOVE WS-DEEDIT-OUT TO COMM OF DCLEMP
               ADD 1 TO WS-FIELDS-ROLLED-BACK
           END-IF.
           IF WS-GRP-HAS-JOB
               MOVE WS-GRP-JOB (1:8) TO JOB OF DCLEMP
               ADD 1 TO WS-FIELDS-ROLLED-BACK
           END-IF.
           IF WS-GRP-HAS-EDLEVEL
               PERFORM 3720-RESTORE-EDLEVEL THRU 3720-EXIT
               ADD 1 TO WS-FIELDS-ROLLED-BACK
           END-IF.
           IF WS-GRP-HAS-FIRSTNME
               PERFORM 3700-RESTORE-FIRSTNME THRU 3700-EXIT
               ADD 1 TO WS-FIELDS-ROLLED-BACK
           END-IF.
           IF WS-GRP-HAS-MIDINIT
               MOVE WS-GRP-MIDINIT (1:1) TO MIDINIT OF DCLEMP
               ADD 1 TO WS-FIELDS-ROLLED-BACK
           END-IF.
           IF WS-GRP-HAS-LASTNAME
               PERFORM 3710-RESTORE-LASTNAME THRU 3710-EXIT
               ADD 1 TO WS-FIELDS-ROLLED-BACK
           END-IF.
           IF WS-GRP-HAS-PHONENO
               MOVE WS-GRP-PHONENO (1:4) TO PHONENO OF DCLEMP
               ADD 1 TO WS-FIELDS-ROLLED-BACK
           END-IF.
           PERFORM 3400-OUTPUT-AS-IS THRU 3400-EXIT.
       3500-EXIT.
           EXIT.
               PERFORM 3800-DEEDIT-VALUE THRU 3800-EXIT
               MOVE WS-DEEDIT-OUT TO COMM OF DCLEMP
           END-IF.
           IF WS-GRP-HAS-JOB
               MOVE WS-GRP-JOB (1:8) TO JOB OF DCLEMP
           END-IF.
           IF WS-GRP-HAS-EDLEVEL
               PERFORM 3720-RESTORE-EDLEVEL THRU 3720-EXIT
           END-IF.
           IF WS-GRP-HAS-FIRSTNME
               PERFORM 3700-RESTORE-FIRSTNME THRU 3700-EXIT
           END-IF.
           IF WS-GRP-HAS-MIDINIT
               MOVE WS-GRP-MIDINIT (1:1) TO MIDINIT OF DCLEMP
           END-IF.
           IF WS-GRP-HAS-LASTNAME
               PERFORM 3710-RESTORE-LASTNAME THRU 3710-EXIT
           END-IF.
           IF WS-GRP-HAS-PHONENO
               MOVE WS-GRP-PHONENO (1:4) TO PHONENO OF DCLEMP
           END-IF.

           PERFORM 3400-OUTPUT-AS-IS THRU 3400-EXIT.
           ADD 1 TO WS-DELETES-RESTORED.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3700/3710-RESTORE-FIRSTNME/LASTNAME - PUT THE AUDITED NAME     *
      *                     BACK AND RESET THE VARCHAR LENGTH TO THE   *
      *                     LAST NON-BLANK POSITION                    *
      ******************************************************************
       3700-RESTORE-FIRSTNME.
           MOVE WS-GRP-FIRSTNME (1:12) TO FIRSTNME-TEXT OF DCLEMP.
           MOVE 12 TO WS-TRIM-POS.
           PERFORM 3730-TRIM-ONE-CHAR THRU 3730-EXIT
               UNTIL WS-TRIM-POS EQUAL ZERO
               OR FIRSTNME-TEXT OF DCLEMP (WS-TRIM-POS:1)
                  NOT EQUAL SPACE.
           MOVE WS-TRIM-POS TO FIRSTNME-LEN OF DCLEMP.
       3700-EXIT.
           EXIT.

       3710-RESTORE-LASTNAME.
           MOVE WS-GRP-LASTNAME TO LASTNAME-TEXT OF DCLEMP.
           MOVE 15 TO WS-TRIM-POS.
           PERFORM 3730-TRIM-ONE-CHAR THRU 3730-EXIT
               UNTIL WS-TRIM-POS EQUAL ZERO
               OR LASTNAME-TEXT OF DCLEMP (WS-TRIM-POS:1)
                  NOT EQUAL SPACE.
           MOVE WS-TRIM-POS TO LASTNAME-LEN OF DCLEMP.
       3710-EXIT.
           EXIT.

      ******************************************************************
      * 3720-RESTORE-EDLEVEL - EDLEVEL IS AUDITED AS A WHOLE NUMBER,   *
      *                        SO THE GATHERED DIGITS ARE TAKEN AS     *
      *                        THEY STAND, WITHOUT THE TWO-PLACE       *
      *                        SCALING                                 *
      ******************************************************************
       3720-RESTORE-EDLEVEL.
           MOVE WS-GRP-EDLEVEL TO WS-DEEDIT-IN.
           PERFORM 3800-DEEDIT-VALUE THRU 3800-EXIT.
           MOVE WS-DEEDIT-WORK TO EDLEVEL OF DCLEMP.
       3720-EXIT.
           EXIT.

       3730-TRIM-ONE-CHAR.
           SUBTRACT 1 FROM WS-TRIM-POS.
       3730-EXIT.
           EXIT.

      ******************************************************************
      * 3800-DEEDIT-VALUE - GATHER THE DIGITS OF A -(7)9.99 FORMATTED  *
      *                     AUDIT VALUE BACK INTO A PACKED FIELD; THE  *
