      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    MOTIFSRC.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * RESTRICTION-SITE AND MOTIF SEARCH. BEFORE ORDERING CLONING
      * WORK THE LAB NEEDS TO KNOW WHICH SUBMITTED SEQUENCES CARRY
      * WHICH RESTRICTION-ENZYME RECOGNITION SITES AND REGULATORY
      * MOTIFS, AND HAS BEEN PASTING SEQUENCES INTO A DESKTOP TOOL
      * ONE AT A TIME TO FIND OUT. THIS STEP READS THE SEGMENTED
      * RNAOUT FILE DNABATCH WRITES FOR EVERY SEQUENCE IT ACCEPTS
      * (LEAD RECORD PLUS NUMBERED SEGMENTS, SO MULTI-SEGMENT
      * CONTINUATION SEQUENCES ARRIVE WHOLE), REASSEMBLES EACH ONE,
      * TURNS THE TRANSCRIPT BACK INTO ITS DNA (U TO T) AND SEARCHES
      * IT AGAINST THE LAB-MAINTAINED ENZTABLE OF NAMES AND IUPAC
      * RECOGNITION PATTERNS. BOTH STRANDS ARE SEARCHED - THE
      * COMPLEMENT STRAND IS BUILT THROUGH THE EXISTING
      * ReverseComplement UTILITY IN 300-NUCLEOTIDE CHUNKS, THE WAY
      * PROTXLAT BUILDS IT - AND EVERY HIT IS LISTED WITH ITS STRAND,
      * ITS POSITION ON THAT STRAND AND THE MATCHING TOP-STRAND
      * POSITION.
      * A CUT-SITE SUMMARY FOLLOWS EACH SEQUENCE'S HITS: FOR EVERY
      * ENZYME WITH A CUT POSITION, THE NUMBER OF CUTS AND THE
      * LENGTHS OF THE FRAGMENTS A DIGEST OF THE LINEAR SEQUENCE
      * WOULD LEAVE, LEFT TO RIGHT. A CUT IS TAKEN ON THE STRAND
      * CARRYING THE SITE. A PALINDROMIC SITE IS FOUND ON BOTH
      * STRANDS AT THE SAME PLACE, SO ONLY ITS TOP-STRAND HIT CUTS.
      * AN UNUSABLE ENZTABLE LINE IS LISTED AND SKIPPED (RC 4); NO
      * ENZTABLE, OR NO USABLE LINE IN IT, FAILS THE STEP (RC 12).
      * THE RNAOUT TRAILER IS VERIFIED AS PROTXLAT DOES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-FILE ASSIGN TO "RNAOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT ENZYME-FILE ASSIGN TO "ENZTABLE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENZ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MOTIFRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD.
           05 TRN-ID                 PIC X(10).
           05 TRN-REC-TYPE           PIC X(1).
           05 TRN-SEG-NO             PIC 9(3).
           05 TRN-LENGTH             PIC 9(5).
           05 TRN-NUCLEOTIDES        PIC A(300).

           COPY "TRLRREC.CPY".

       FD  ENZYME-FILE.
           COPY "ENZTABLE.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-JOB-RC                 PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-TLR-FOUND-SW           PIC X VALUE "N".
           88 WS-TLR-FOUND           VALUE "Y".
       01  WS-TLR-EXP-COUNT          PIC 9(7).
       01  WS-TLR-EXP-HASH           PIC S9(11)V9(2).
       01  WS-TLR-ACT-COUNT          PIC 9(7) VALUE 0.
       01  WS-TLR-ACT-HASH           PIC S9(11)V9(2) VALUE 0.
       01  WS-TRN-STATUS             PIC X(02).
       01  WS-ENZ-STATUS             PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-ENZ-EOF-SW             PIC X VALUE "N".
           88 WS-ENZ-EOF             VALUE "Y".
      *-----------------------------------------------------------------
      * THE IUPAC NUCLEOTIDE CODES - EACH CODE, ITS COMPLEMENT, AND
      * THE BASES IT STANDS FOR. SCANNED LINEARLY PER PATTERN
      * CHARACTER WHEN ENZTABLE IS LOADED, THE SAME TABLE-LOOKUP
      * SHAPE PROTXLAT USES FOR ITS CODON TABLE.
      *-----------------------------------------------------------------
       01  WS-IUPAC-VALUES.
           05 FILLER PIC X(6) VALUE "ATA   ".
           05 FILLER PIC X(6) VALUE "CGC   ".
           05 FILLER PIC X(6) VALUE "GCG   ".
           05 FILLER PIC X(6) VALUE "TAT   ".
           05 FILLER PIC X(6) VALUE "RYAG  ".
           05 FILLER PIC X(6) VALUE "YRCT  ".
           05 FILLER PIC X(6) VALUE "SSCG  ".
           05 FILLER PIC X(6) VALUE "WWAT  ".
           05 FILLER PIC X(6) VALUE "KMGT  ".
           05 FILLER PIC X(6) VALUE "MKAC  ".
           05 FILLER PIC X(6) VALUE "BVCGT ".
           05 FILLER PIC X(6) VALUE "DHAGT ".
           05 FILLER PIC X(6) VALUE "HDACT ".
           05 FILLER PIC X(6) VALUE "VBACG ".
           05 FILLER PIC X(6) VALUE "NNACGT".
       01  WS-IUPAC-TABLE REDEFINES WS-IUPAC-VALUES.
           05 WS-IUPAC-ENTRY OCCURS 15 TIMES.
              10 WS-IUPAC-CODE       PIC X(1).
              10 WS-IUPAC-COMP       PIC X(1).
              10 WS-IUPAC-BASES      PIC X(4).
       01  WS-IUPAC-I                PIC 9(2).
       01  WS-IUPAC-HIT              PIC 9(2).
      *-----------------------------------------------------------------
      * THE ENZYME/MOTIF TABLE AS LOADED FROM ENZTABLE. EACH PATTERN
      * POSITION IS HELD AS THE SET OF BASES IT ACCEPTS, SO THE
      * SEARCH ITSELF NEVER LOOKS AT AN IUPAC CODE AGAIN.
      *-----------------------------------------------------------------
       01  WS-EZ-MAX                 PIC 9(3) VALUE 0.
       01  WS-EZ-I                   PIC 9(3).
       01  WS-EZ-TABLE.
           05 WS-EZ-ENTRY OCCURS 200 TIMES.
              10 WS-EZ-NAME          PIC X(12).
              10 WS-EZ-PATTERN       PIC X(20).
              10 WS-EZ-PAT-LEN       PIC 9(2).
              10 WS-EZ-CUT-SW        PIC X(1).
                 88 WS-EZ-CUTS       VALUE "Y".
              10 WS-EZ-CUT-POS       PIC 9(2).
              10 WS-EZ-PALIN-SW      PIC X(1).
                 88 WS-EZ-PALINDROME VALUE "Y".
              10 WS-EZ-SET           PIC X(4) OCCURS 20 TIMES.
       01  WS-NEW-I                  PIC 9(3).
       01  WS-NEW-PATTERN            PIC X(20).
       01  WS-NEW-LEN                PIC 9(2).
       01  WS-REV-PATTERN            PIC X(20).
       01  WS-PAT-J                  PIC 9(2).
       01  WS-BAD-CODE-SW            PIC X(1).
           88 WS-BAD-CODE            VALUE "Y".
       01  WS-REJECT-TEXT            PIC X(30).
      *-----------------------------------------------------------------
      * ONE SEQUENCE BEING REASSEMBLED AND SEARCHED, ITS COMPLEMENT
      * STRAND, AND THE 300-NUCLEOTIDE CHUNK AREAS ReverseComplement'S
      * LINKAGE TAKES.
      *-----------------------------------------------------------------
       01  WS-GROUP-ID               PIC X(10).
       01  WS-GROUP-TOTAL-LEN        PIC 9(5).
       01  WS-DNA-LEN                PIC 9(5).
       01  WS-DNA-FULL               PIC X(3000).
       01  WS-RC-FULL                PIC X(3000).
       01  WS-STRAND                 PIC X(3000).
       01  WS-STRAND-TAG             PIC X(1).
       01  WS-CHUNK-POS              PIC 9(5).
       01  WS-CHUNK-LEN              PIC 9(3).
       01  WS-RC-TARGET              PIC 9(5).
       01  WS-RC-DNA.
           05 WS-RC-DNA-LENGTH       PIC 9(3).
           05 WS-RC-DNA-TEXT         PIC X(300).
       01  WS-RC-RESULT.
           05 WS-RC-RES-LENGTH       PIC 9(3).
           05 WS-RC-RES-TEXT         PIC X(300).
      *-----------------------------------------------------------------
      * THE SEARCH STATE. THE SEARCH RUNS TWICE PER SEQUENCE - ONCE
      * LISTING HITS, ONCE PER CUTTING ENZYME MARKING ITS CUTS IN
      * THE CUT MAP (A "Y" AT POSITION N IS A CUT AFTER BASE N OF
      * THE TOP STRAND), FROM WHICH THE FRAGMENTS ARE MEASURED.
      *-----------------------------------------------------------------
       01  WS-PASS-SW                PIC X(1).
           88 WS-HIT-PASS            VALUE "H".
           88 WS-CUT-PASS            VALUE "C".
       01  WS-POS                    PIC 9(5).
       01  WS-TOP-POS                PIC 9(5).
       01  WS-BASE                   PIC X(1).
       01  WS-MATCH-SW               PIC X(1).
           88 WS-MATCHED             VALUE "Y".
       01  WS-CUT-AT                 PIC S9(5).
       01  WS-CUT-MAP                PIC X(3000).
       01  WS-CUT-COUNT              PIC 9(4).
       01  WS-LAST-CUT               PIC 9(5).
       01  WS-FRAG-LEN               PIC 9(5).
       01  WS-FRAG-PTR               PIC 9(3).
       01  WS-SEQ-HITS               PIC 9(6).
       01  WS-EDIT-POS               PIC ZZZZ9.
       01  WS-EDIT-TOP               PIC ZZZZ9.
       01  WS-EDIT-LEN               PIC ZZZZ9.
       01  WS-EDIT-CUTS              PIC ZZZ9.
       01  WS-EDIT-FRAG              PIC ZZZZ9.
       01  WS-EDIT-CUT-POS           PIC Z9.
       01  WS-SEQ-COUNT              PIC 9(6) VALUE 0.
       01  WS-HIT-COUNT              PIC 9(6) VALUE 0.
       01  WS-EZ-REJ-COUNT           PIC 9(6) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(6) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MOTIFSRC-MAIN.
           PERFORM MOTIFSRC-INIT
           IF WS-JOB-RC < 12
              PERFORM MOTIFSRC-LOAD-ENZYMES
                 THRU MOTIFSRC-LOAD-ENZYMES-END
           END-IF
           IF WS-JOB-RC < 12
              PERFORM MOTIFSRC-READ-NEXT
              PERFORM MOTIFSRC-PROCESS-ONE-SEQ
                 THRU MOTIFSRC-PROCESS-ONE-SEQ-END UNTIL WS-EOF
              PERFORM MOTIFSRC-VERIFY-TRAILER
           END-IF
           PERFORM MOTIFSRC-WRITE-SUMMARY
           PERFORM MOTIFSRC-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * EVERYTHING THAT COUNTS IS RESET HERE RATHER THAN BY VALUE
      * CLAUSES, SINCE MASTCTRL CALLS THIS STEP ONCE PER DISTRICT.
      *-----------------------------------------------------------------
       MOTIFSRC-INIT.
           MOVE 0 TO WS-JOB-RC
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-TLR-FOUND-SW
           MOVE 0 TO WS-TLR-ACT-COUNT
           MOVE 0 TO WS-TLR-ACT-HASH
           MOVE 0 TO WS-EZ-MAX
           MOVE 0 TO WS-SEQ-COUNT
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-EZ-REJ-COUNT
           MOVE 0 TO WS-EXCEPT-COUNT
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "MOTIFSRC" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRN-STATUS NOT = "00"
              MOVE "MOTIFSRC" TO FE-PROGRAM
              MOVE "TRANSCRIPT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-TRN-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "RESTRICTION SITE AND MOTIF SEARCH" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE.

      *-----------------------------------------------------------------
      * LOAD ENZTABLE, LISTING EACH ENTRY AS IT IS ACCEPTED OR
      * REJECTED SO THE LAB CAN SEE EXACTLY WHAT WAS SEARCHED FOR.
      *-----------------------------------------------------------------
       MOTIFSRC-LOAD-ENZYMES.
           OPEN INPUT ENZYME-FILE
           IF WS-ENZ-STATUS NOT = "00"
              MOVE "MOTIFSRC" TO FE-PROGRAM
              MOVE "ENZYME-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ENZ-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO MOTIFSRC-LOAD-ENZYMES-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           MOVE "  ENZYME/MOTIF TABLE" TO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           MOVE "N" TO WS-ENZ-EOF-SW
           PERFORM MOTIFSRC-LOAD-ONE-ENZYME
              THRU MOTIFSRC-LOAD-ONE-ENZYME-END
              UNTIL WS-ENZ-EOF
           CLOSE ENZYME-FILE
           IF WS-EZ-MAX = 0
              DISPLAY "MOTIFSRC - NO USABLE ENTRY ON ENZTABLE"
              MOVE "  NO USABLE ENZTABLE ENTRY - NOTHING SEARCHED"
                 TO REPORT-LINE
              PERFORM MOTIFSRC-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
           END-IF.
       MOTIFSRC-LOAD-ENZYMES-END. EXIT.

       MOTIFSRC-LOAD-ONE-ENZYME.
           READ ENZYME-FILE
              AT END SET WS-ENZ-EOF TO TRUE
           END-READ
           IF WS-ENZ-EOF
              GO TO MOTIFSRC-LOAD-ONE-ENZYME-END
           END-IF
           IF ENZYME-RECORD = SPACES OR EZ-NAME (1:1) = "*"
              GO TO MOTIFSRC-LOAD-ONE-ENZYME-END
           END-IF
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE EZ-PATTERN TO WS-NEW-PATTERN
           INSPECT WS-NEW-PATTERN REPLACING ALL "U" BY "T"
           MOVE 0 TO WS-NEW-LEN
           INSPECT WS-NEW-PATTERN TALLYING WS-NEW-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-EZ-MAX >= 200
              MOVE "TABLE FULL AT 200 ENTRIES" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES AND EZ-NAME = SPACES
              MOVE "NO NAME" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES AND WS-NEW-LEN = 0
              MOVE "NO RECOGNITION PATTERN" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES AND WS-NEW-LEN < 20
              IF WS-NEW-PATTERN (WS-NEW-LEN + 1 :) NOT = SPACES
                 MOVE "SPACE INSIDE PATTERN" TO WS-REJECT-TEXT
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES AND EZ-CUT-POS NOT = SPACES
              IF EZ-CUT-NUM IS NOT NUMERIC
                 MOVE "CUT POSITION NOT NUMERIC" TO WS-REJECT-TEXT
              END-IF
           END-IF
           IF WS-REJECT-TEXT NOT = SPACES
              PERFORM MOTIFSRC-REJECT-ENZYME
              GO TO MOTIFSRC-LOAD-ONE-ENZYME-END
           END-IF
      *    EACH PATTERN CODE BECOMES ITS SET OF BASES, AND ITS
      *    COMPLEMENT LANDS MIRRORED IN THE REVERSE PATTERN SO A
      *    PALINDROMIC SITE CAN BE RECOGNIZED.
           COMPUTE WS-NEW-I = WS-EZ-MAX + 1
           MOVE SPACES TO WS-REV-PATTERN
           MOVE "N" TO WS-BAD-CODE-SW
           PERFORM MOTIFSRC-CODE-ONE-POSITION
              VARYING WS-PAT-J FROM 1 BY 1
              UNTIL WS-PAT-J > WS-NEW-LEN OR WS-BAD-CODE
           IF WS-BAD-CODE
              MOVE "NOT AN IUPAC NUCLEOTIDE CODE" TO WS-REJECT-TEXT
              PERFORM MOTIFSRC-REJECT-ENZYME
              GO TO MOTIFSRC-LOAD-ONE-ENZYME-END
           END-IF
           MOVE WS-NEW-I TO WS-EZ-MAX
           MOVE EZ-NAME TO WS-EZ-NAME (WS-EZ-MAX)
           MOVE WS-NEW-PATTERN TO WS-EZ-PATTERN (WS-EZ-MAX)
           MOVE WS-NEW-LEN TO WS-EZ-PAT-LEN (WS-EZ-MAX)
           MOVE "N" TO WS-EZ-CUT-SW (WS-EZ-MAX)
           MOVE 0 TO WS-EZ-CUT-POS (WS-EZ-MAX)
           IF EZ-CUT-POS NOT = SPACES
              SET WS-EZ-CUTS (WS-EZ-MAX) TO TRUE
              MOVE EZ-CUT-NUM TO WS-EZ-CUT-POS (WS-EZ-MAX)
           END-IF
           MOVE "N" TO WS-EZ-PALIN-SW (WS-EZ-MAX)
           IF WS-REV-PATTERN = WS-NEW-PATTERN
              SET WS-EZ-PALINDROME (WS-EZ-MAX) TO TRUE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "    " WS-EZ-NAME (WS-EZ-MAX) " "
                  WS-NEW-PATTERN DELIMITED BY SIZE
              INTO REPORT-LINE
           IF WS-EZ-CUTS (WS-EZ-MAX)
              MOVE WS-EZ-CUT-POS (WS-EZ-MAX) TO WS-EDIT-CUT-POS
              STRING " CUTS AFTER BASE " WS-EDIT-CUT-POS
                     DELIMITED BY SIZE
                 INTO REPORT-LINE (38 : 19)
           ELSE
              MOVE " MOTIF - NO CUT" TO REPORT-LINE (38 : 19)
           END-IF
           IF WS-EZ-PALINDROME (WS-EZ-MAX)
              MOVE " PALINDROMIC" TO REPORT-LINE (57 : 12)
           END-IF
           PERFORM MOTIFSRC-WRITE-LINE.
       MOTIFSRC-LOAD-ONE-ENZYME-END. EXIT.

       MOTIFSRC-CODE-ONE-POSITION.
           MOVE 0 TO WS-IUPAC-HIT
           PERFORM MOTIFSRC-SCAN-ONE-CODE
              VARYING WS-IUPAC-I FROM 1 BY 1
              UNTIL WS-IUPAC-I > 15 OR WS-IUPAC-HIT > 0
           IF WS-IUPAC-HIT = 0
              SET WS-BAD-CODE TO TRUE
           ELSE
              MOVE WS-IUPAC-BASES (WS-IUPAC-HIT)
                 TO WS-EZ-SET (WS-NEW-I WS-PAT-J)
              MOVE WS-IUPAC-COMP (WS-IUPAC-HIT)
                 TO WS-REV-PATTERN (WS-NEW-LEN - WS-PAT-J + 1 : 1)
           END-IF.

       MOTIFSRC-SCAN-ONE-CODE.
           IF WS-IUPAC-CODE (WS-IUPAC-I) =
              WS-NEW-PATTERN (WS-PAT-J : 1)
              MOVE WS-IUPAC-I TO WS-IUPAC-HIT
           END-IF.

       MOTIFSRC-REJECT-ENZYME.
           ADD 1 TO WS-EZ-REJ-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "    " EZ-NAME " " EZ-PATTERN
                  " REJECTED - " WS-REJECT-TEXT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE.

      *-----------------------------------------------------------------
       MOTIFSRC-READ-NEXT.
      *-----------------------------------------------------------------
           READ TRANSCRIPT-FILE
              AT END SET WS-EOF TO TRUE
              NOT AT END
                 IF TLR-IS-TRAILER
                    SET WS-TLR-FOUND TO TRUE
                    MOVE TLR-RECORD-COUNT TO WS-TLR-EXP-COUNT
                    MOVE TLR-HASH-TOTAL TO WS-TLR-EXP-HASH
                    SET WS-EOF TO TRUE
                 END-IF
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-TLR-ACT-COUNT
              ADD TRN-LENGTH TO WS-TLR-ACT-HASH
           END-IF.

      *-----------------------------------------------------------------
      * REASSEMBLE ONE SEQUENCE FROM ITS LEAD AND SEGMENT RECORDS,
      * BACK TO DNA, AND SEARCH IT. A RECORD OUT OF PLACE WHERE A
      * LEAD RECORD BELONGS IS SKIPPED WITH AN EXCEPTION LINE SO ONE
      * BROKEN GROUP CANNOT SHIFT THE REST.
      *-----------------------------------------------------------------
       MOTIFSRC-PROCESS-ONE-SEQ.
           IF TRN-REC-TYPE NOT = "H"
              ADD 1 TO WS-EXCEPT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - " DELIMITED BY SIZE
                     TRN-ID           DELIMITED BY SIZE
                     " - RECORD OUT OF SEQUENCE" DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM MOTIFSRC-WRITE-LINE
              PERFORM MOTIFSRC-READ-NEXT
              GO TO MOTIFSRC-PROCESS-ONE-SEQ-END
           END-IF
           ADD 1 TO WS-SEQ-COUNT
           MOVE TRN-ID TO WS-GROUP-ID
           MOVE TRN-LENGTH TO WS-GROUP-TOTAL-LEN
           MOVE SPACES TO WS-DNA-FULL
           MOVE 0 TO WS-DNA-LEN
           PERFORM MOTIFSRC-READ-NEXT
           PERFORM MOTIFSRC-COLLECT-ONE-SEGMENT
              UNTIL WS-EOF
              OR TRN-REC-TYPE NOT = "S"
              OR TRN-ID NOT = WS-GROUP-ID
           INSPECT WS-DNA-FULL REPLACING ALL "U" BY "T"
           MOVE SPACES TO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           MOVE WS-DNA-LEN TO WS-EDIT-LEN
           MOVE SPACES TO REPORT-LINE
           STRING "  SEQUENCE " WS-GROUP-ID
                  " LENGTH " WS-EDIT-LEN DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           IF WS-DNA-LEN = 0
              ADD 1 TO WS-EXCEPT-COUNT
              MOVE "    EXCEPTION - NO NUCLEOTIDES TO SEARCH"
                 TO REPORT-LINE
              PERFORM MOTIFSRC-WRITE-LINE
              GO TO MOTIFSRC-PROCESS-ONE-SEQ-END
           END-IF
           PERFORM MOTIFSRC-BUILD-COMPLEMENT
           MOVE 0 TO WS-SEQ-HITS
           SET WS-HIT-PASS TO TRUE
           PERFORM MOTIFSRC-SEARCH-ONE-ENZYME
              VARYING WS-EZ-I FROM 1 BY 1 UNTIL WS-EZ-I > WS-EZ-MAX
           IF WS-SEQ-HITS = 0
              MOVE "    NO SITE OR MOTIF FOUND ON EITHER STRAND"
                 TO REPORT-LINE
              PERFORM MOTIFSRC-WRITE-LINE
           END-IF
           MOVE "    CUT-SITE SUMMARY" TO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           SET WS-CUT-PASS TO TRUE
           PERFORM MOTIFSRC-DIGEST-ONE-ENZYME
              VARYING WS-EZ-I FROM 1 BY 1 UNTIL WS-EZ-I > WS-EZ-MAX.
       MOTIFSRC-PROCESS-ONE-SEQ-END. EXIT.

       MOTIFSRC-COLLECT-ONE-SEGMENT.
           IF TRN-LENGTH >= 1 AND TRN-LENGTH <= 300
              AND WS-DNA-LEN + TRN-LENGTH <= 3000
              MOVE TRN-NUCLEOTIDES (1:TRN-LENGTH) TO
                 WS-DNA-FULL (WS-DNA-LEN + 1 : TRN-LENGTH)
              ADD TRN-LENGTH TO WS-DNA-LEN
           END-IF
           PERFORM MOTIFSRC-READ-NEXT.

      *-----------------------------------------------------------------
      * THE COMPLEMENT STRAND THROUGH THE EXISTING UTILITY, WHOSE
      * LINKAGE TAKES UP TO 300 NUCLEOTIDES. EACH COMPLEMENTED CHUNK
      * LANDS MIRRORED FROM THE FAR END - THE COMPLEMENT OF A WHOLE
      * IS THE REVERSED CONCATENATION OF ITS CHUNK COMPLEMENTS.
      *-----------------------------------------------------------------
       MOTIFSRC-BUILD-COMPLEMENT.
           MOVE SPACES TO WS-RC-FULL
           MOVE 1 TO WS-CHUNK-POS
           PERFORM MOTIFSRC-COMPLEMENT-CHUNK
              UNTIL WS-CHUNK-POS > WS-DNA-LEN.

       MOTIFSRC-COMPLEMENT-CHUNK.
           COMPUTE WS-CHUNK-LEN = WS-DNA-LEN - WS-CHUNK-POS + 1
           IF WS-CHUNK-LEN > 300
              MOVE 300 TO WS-CHUNK-LEN
           END-IF
           MOVE WS-CHUNK-LEN TO WS-RC-DNA-LENGTH
           MOVE SPACES TO WS-RC-DNA-TEXT
           MOVE WS-DNA-FULL (WS-CHUNK-POS : WS-CHUNK-LEN)
              TO WS-RC-DNA-TEXT (1 : WS-CHUNK-LEN)
           CALL "ReverseComplement" USING WS-RC-DNA WS-RC-RESULT
           COMPUTE WS-RC-TARGET =
              WS-DNA-LEN - WS-CHUNK-POS - WS-CHUNK-LEN + 2
           MOVE WS-RC-RES-TEXT (1 : WS-CHUNK-LEN)
              TO WS-RC-FULL (WS-RC-TARGET : WS-CHUNK-LEN)
           ADD WS-CHUNK-LEN TO WS-CHUNK-POS.

      *-----------------------------------------------------------------
      * ONE ENZYME OR MOTIF AGAINST BOTH STRANDS. WHAT A MATCH DOES
      * DEPENDS ON THE PASS - LIST IT, OR MARK ITS CUT.
      *-----------------------------------------------------------------
       MOTIFSRC-SEARCH-ONE-ENZYME.
           IF WS-EZ-PAT-LEN (WS-EZ-I) <= WS-DNA-LEN
              MOVE WS-DNA-FULL TO WS-STRAND
              MOVE "+" TO WS-STRAND-TAG
              PERFORM MOTIFSRC-TRY-ONE-POSITION
                 VARYING WS-POS FROM 1 BY 1
                 UNTIL WS-POS + WS-EZ-PAT-LEN (WS-EZ-I) - 1
                    > WS-DNA-LEN
              MOVE WS-RC-FULL TO WS-STRAND
              MOVE "-" TO WS-STRAND-TAG
              PERFORM MOTIFSRC-TRY-ONE-POSITION
                 VARYING WS-POS FROM 1 BY 1
                 UNTIL WS-POS + WS-EZ-PAT-LEN (WS-EZ-I) - 1
                    > WS-DNA-LEN
           END-IF.

       MOTIFSRC-TRY-ONE-POSITION.
           MOVE "Y" TO WS-MATCH-SW
           PERFORM MOTIFSRC-MATCH-ONE-BASE
              VARYING WS-PAT-J FROM 1 BY 1
              UNTIL WS-PAT-J > WS-EZ-PAT-LEN (WS-EZ-I)
              OR NOT WS-MATCHED
           IF WS-MATCHED
              IF WS-HIT-PASS
                 PERFORM MOTIFSRC-WRITE-HIT
              ELSE
                 PERFORM MOTIFSRC-MARK-CUT
              END-IF
           END-IF.

       MOTIFSRC-MATCH-ONE-BASE.
           MOVE WS-STRAND (WS-POS + WS-PAT-J - 1 : 1) TO WS-BASE
           IF WS-BASE NOT = WS-EZ-SET (WS-EZ-I WS-PAT-J) (1:1)
              AND WS-BASE NOT = WS-EZ-SET (WS-EZ-I WS-PAT-J) (2:1)
              AND WS-BASE NOT = WS-EZ-SET (WS-EZ-I WS-PAT-J) (3:1)
              AND WS-BASE NOT = WS-EZ-SET (WS-EZ-I WS-PAT-J) (4:1)
              MOVE "N" TO WS-MATCH-SW
           END-IF.

      *-----------------------------------------------------------------
      * A HIT ON THE COMPLEMENT STRAND IS ALSO SHOWN AT THE TOP-STRAND
      * POSITION OF THE SITE'S LEFT END, SO BOTH STRANDS' HITS CAN BE
      * LAID ON ONE MAP.
      *-----------------------------------------------------------------
       MOTIFSRC-WRITE-HIT.
           ADD 1 TO WS-SEQ-HITS
           ADD 1 TO WS-HIT-COUNT
           IF WS-STRAND-TAG = "+"
              MOVE WS-POS TO WS-TOP-POS
           ELSE
              COMPUTE WS-TOP-POS = WS-DNA-LEN - WS-POS
                 - WS-EZ-PAT-LEN (WS-EZ-I) + 2
           END-IF
           MOVE WS-POS TO WS-EDIT-POS
           MOVE WS-TOP-POS TO WS-EDIT-TOP
           MOVE SPACES TO REPORT-LINE
           STRING "    " WS-EZ-NAME (WS-EZ-I)
                  " STRAND " WS-STRAND-TAG
                  " AT " WS-EDIT-POS
                  "  TOP-STRAND POSITION " WS-EDIT-TOP
                  DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE CUT FALLS AFTER BASE (POSITION + CUT - 1) OF THE STRAND
      * CARRYING THE SITE; ON THE COMPLEMENT STRAND THAT IS MIRRORED
      * ONTO THE TOP STRAND. A CUT AT EITHER END OF THE SEQUENCE
      * LEAVES NO FRAGMENT AND IS IGNORED.
      *-----------------------------------------------------------------
       MOTIFSRC-MARK-CUT.
           IF WS-STRAND-TAG = "+"
              COMPUTE WS-CUT-AT = WS-POS + WS-EZ-CUT-POS (WS-EZ-I) - 1
           ELSE
              IF WS-EZ-PALINDROME (WS-EZ-I)
                 MOVE 0 TO WS-CUT-AT
              ELSE
                 COMPUTE WS-CUT-AT = WS-DNA-LEN - WS-POS
                    - WS-EZ-CUT-POS (WS-EZ-I) + 1
              END-IF
           END-IF
           IF WS-CUT-AT >= 1 AND WS-CUT-AT < WS-DNA-LEN
              MOVE "Y" TO WS-CUT-MAP (WS-CUT-AT : 1)
           END-IF.

      *-----------------------------------------------------------------
      * ONE CUTTING ENZYME'S DIGEST OF THIS SEQUENCE: ITS CUTS ARE
      * MARKED ON THE MAP, COUNTED, AND THE FRAGMENTS BETWEEN THEM
      * MEASURED LEFT TO RIGHT, WRAPPING ONTO CONTINUATION LINES.
      *-----------------------------------------------------------------
       MOTIFSRC-DIGEST-ONE-ENZYME.
           IF WS-EZ-CUTS (WS-EZ-I)
              MOVE SPACES TO WS-CUT-MAP
              PERFORM MOTIFSRC-SEARCH-ONE-ENZYME
              MOVE 0 TO WS-CUT-COUNT
              INSPECT WS-CUT-MAP TALLYING WS-CUT-COUNT FOR ALL "Y"
              MOVE SPACES TO REPORT-LINE
              IF WS-CUT-COUNT = 0
                 STRING "      " WS-EZ-NAME (WS-EZ-I)
                        " DOES NOT CUT" DELIMITED BY SIZE
                    INTO REPORT-LINE
                 PERFORM MOTIFSRC-WRITE-LINE
              ELSE
                 MOVE WS-CUT-COUNT TO WS-EDIT-CUTS
                 MOVE 1 TO WS-FRAG-PTR
                 STRING "      " WS-EZ-NAME (WS-EZ-I)
                        WS-EDIT-CUTS " CUTS - FRAGMENTS"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE WITH POINTER WS-FRAG-PTR
                 MOVE 0 TO WS-LAST-CUT
                 PERFORM MOTIFSRC-ADD-ONE-CUT
                    VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS >= WS-DNA-LEN
                 COMPUTE WS-FRAG-LEN = WS-DNA-LEN - WS-LAST-CUT
                 PERFORM MOTIFSRC-APPEND-FRAGMENT
                 PERFORM MOTIFSRC-WRITE-LINE
              END-IF
           END-IF.

       MOTIFSRC-ADD-ONE-CUT.
           IF WS-CUT-MAP (WS-POS : 1) = "Y"
              COMPUTE WS-FRAG-LEN = WS-POS - WS-LAST-CUT
              MOVE WS-POS TO WS-LAST-CUT
              PERFORM MOTIFSRC-APPEND-FRAGMENT
           END-IF.

       MOTIFSRC-APPEND-FRAGMENT.
           IF WS-FRAG-PTR > 75
              PERFORM MOTIFSRC-WRITE-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE 40 TO WS-FRAG-PTR
           END-IF
           MOVE WS-FRAG-LEN TO WS-EDIT-FRAG
           STRING " " WS-EDIT-FRAG DELIMITED BY SIZE
              INTO REPORT-LINE WITH POINTER WS-FRAG-PTR.

      *-----------------------------------------------------------------
      * THE TRANSCRIPT FILE MUST END WITH THE SHOP-STANDARD TRAILER
      * AND ITS COUNT AND HASH MUST MATCH WHAT WAS ACTUALLY READ.
      *-----------------------------------------------------------------
       MOTIFSRC-VERIFY-TRAILER.
           IF NOT WS-TLR-FOUND
              OR WS-TLR-EXP-COUNT NOT = WS-TLR-ACT-COUNT
              OR WS-TLR-EXP-HASH NOT = WS-TLR-ACT-HASH
              DISPLAY "MOTIFSRC - RNAOUT TRAILER BAD OR MISSING"
              MOVE SPACES TO WS-AUDIT-PARMS
              MOVE "MOTIFSRC" TO AL-PROGRAM
              MOVE "TRLR " TO AL-EVENT
              MOVE "RNAOUT TRAILER MISSING OR COUNT/HASH MISMATCH"
                 TO AL-DETAIL
              CALL "AUDITLOG" USING WS-AUDIT-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       MOTIFSRC-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           MOVE WS-EZ-MAX TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ENZYMES/MOTIFS LOADED  " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           MOVE WS-EZ-REJ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ENZTABLE LINES REJECTED" DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           MOVE WS-SEQ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SEQUENCES SEARCHED . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           MOVE WS-HIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  HITS, BOTH STRANDS . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM MOTIFSRC-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "MOTIFSRC" TO AL-PROGRAM
           MOVE "MOTIF" TO AL-EVENT
           STRING "SEQUENCES " WS-SEQ-COUNT
                  " HITS " WS-HIT-COUNT
                  " ENZTABLE REJECTS " WS-EZ-REJ-COUNT
                  DELIMITED BY SIZE
              INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       MOTIFSRC-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "MOTIFSRC" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       MOTIFSRC-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE TRANSCRIPT-FILE
           CLOSE REPORT-FILE.
       END PROGRAM MOTIFSRC.
