       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PolicyFile ASSIGN TO "POLICY.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PolicyFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PolicyFile.
       COPY POLREC.
       WORKING-STORAGE SECTION.
       01 PolicyFileStatus       PIC XX.
       01 PolicyEofFlag          PIC 9 VALUE ZERO.
           88 EndOfPolicyFile    VALUE 1.
       01 PartnerMatchFlag       PIC 9 VALUE ZERO.
           88 PartnerMatched     VALUE 1.
       01 ActivePolicy.
           05 ActPartner         PIC X(10).
           05 ActMinChain        PIC 9.
           05 ActMinKeyword      PIC 99.
           05 ActBadOp           OCCURS 4 TIMES PIC X(7).
           05 ActBadTable        OCCURS 4 TIMES PIC X(10).
           05 ActBadKey          OCCURS 6 TIMES.
               10 ActBadKeyOp    PIC X(7).
               10 ActBadKeyValue PIC X(10).
       01 ChainIdx               PIC 9.
       01 BadIdx                 PIC 9.
       01 ChainLength            PIC 9.
       01 CheckOp                PIC X(7).
       01 CheckKey               PIC X(10).
       01 CheckTable             PIC X(10).
       01 KeyLength              PIC 99.
       01 NewCode                PIC X(8).
       01 NewText                PIC X(40).
       LINKAGE SECTION.
       COPY POLCHK.
       PROCEDURE DIVISION USING PolicyCheck.
           MOVE ZERO TO PolChkCount
           MOVE SPACES TO PolChkPolicyUsed
           PERFORM LoadPolicy
           IF PolChkPolicyUsed = SPACES
               MOVE "NOPOLICY" TO NewCode
               MOVE "NO POLICY ON FILE FOR PARTNER OR DEFAULT"
                   TO NewText
               PERFORM AddViolation
           ELSE
               PERFORM CheckChainLength
               PERFORM CheckOneOperation VARYING ChainIdx FROM 1 BY 1
                   UNTIL ChainIdx > 6
           END-IF
           EXIT PROGRAM.

       LoadPolicy.
           MOVE ZERO TO PolicyEofFlag PartnerMatchFlag
           OPEN INPUT PolicyFile
           IF PolicyFileStatus = "00"
               PERFORM ReadPolicyFile
               PERFORM MatchPolicyRecord UNTIL EndOfPolicyFile
               CLOSE PolicyFile
           END-IF.

       ReadPolicyFile.
           READ PolicyFile
               AT END SET EndOfPolicyFile TO TRUE
           END-READ.

       MatchPolicyRecord.
           EVALUATE TRUE
               WHEN PolChkPartner NOT = SPACES
                   AND PolicyPartner = PolChkPartner
                   MOVE PolicyRecord TO ActivePolicy
                   MOVE PolicyPartner TO PolChkPolicyUsed
                   SET PartnerMatched TO TRUE
               WHEN PolicyPartner = "*DEFAULT"
                   AND NOT PartnerMatched
                   MOVE PolicyRecord TO ActivePolicy
                   MOVE PolicyPartner TO PolChkPolicyUsed
           END-EVALUATE
           PERFORM ReadPolicyFile.

       CheckChainLength.
           MOVE ZERO TO ChainLength
           PERFORM CountChainEntry VARYING ChainIdx FROM 1 BY 1
               UNTIL ChainIdx > 6
           IF ActMinChain NUMERIC AND ChainLength < ActMinChain
               MOVE "MINCHAIN" TO NewCode
               MOVE SPACES TO NewText
               STRING "CHAIN LENGTH " ChainLength
                      " - MINIMUM IS " ActMinChain
                   DELIMITED BY SIZE INTO NewText
               END-STRING
               PERFORM AddViolation
           END-IF.

       CountChainEntry.
           IF PolChkOp(ChainIdx) NOT = SPACES
               ADD 1 TO ChainLength
           END-IF.

       CheckOneOperation.
           IF PolChkOp(ChainIdx) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(PolChkOp(ChainIdx)) TO CheckOp
               MOVE PolChkKey(ChainIdx) TO CheckKey
               PERFORM MatchBadOp VARYING BadIdx FROM 1 BY 1
                   UNTIL BadIdx > 4
               IF CheckOp = "FLIP"
                   IF CheckKey = SPACES
                       MOVE "ATBASH" TO CheckTable
                   ELSE
                       MOVE FUNCTION UPPER-CASE(CheckKey) TO CheckTable
                   END-IF
                   PERFORM MatchBadTable VARYING BadIdx FROM 1 BY 1
                       UNTIL BadIdx > 4
               END-IF
               IF CheckKey = SPACES
                   IF CheckOp NOT = "TIME"
                       AND PolChkPartner NOT = SPACES
                       MOVE "NOKEY" TO NewCode
                       MOVE SPACES TO NewText
                       STRING CheckOp DELIMITED BY SPACE
                              " HAS NO KEY TO CHECK"
                              DELIMITED BY SIZE INTO NewText
                       END-STRING
                       PERFORM AddViolation
                   END-IF
               ELSE
                   PERFORM MatchBadKey VARYING BadIdx FROM 1 BY 1
                       UNTIL BadIdx > 6
                   IF CheckOp = "KEYWORD"
                       PERFORM CheckKeywordLength
                   END-IF
               END-IF
           END-IF.

       MatchBadOp.
           IF ActBadOp(BadIdx) NOT = SPACES
               AND FUNCTION UPPER-CASE(ActBadOp(BadIdx)) = CheckOp
               MOVE "BADOP" TO NewCode
               MOVE SPACES TO NewText
               STRING "OPERATION " DELIMITED BY SIZE
                      CheckOp DELIMITED BY SPACE
                      " IS FORBIDDEN" DELIMITED BY SIZE
                   INTO NewText
               END-STRING
               PERFORM AddViolation
           END-IF.

       MatchBadTable.
           IF ActBadTable(BadIdx) NOT = SPACES
               AND FUNCTION UPPER-CASE(ActBadTable(BadIdx))
                   = CheckTable
               MOVE "BADTABLE" TO NewCode
               MOVE SPACES TO NewText
               STRING "FLIP TABLE " DELIMITED BY SIZE
                      CheckTable DELIMITED BY SPACE
                      " IS FORBIDDEN" DELIMITED BY SIZE
                   INTO NewText
               END-STRING
               PERFORM AddViolation
           END-IF.

       MatchBadKey.
           IF ActBadKeyOp(BadIdx) NOT = SPACES
               AND FUNCTION UPPER-CASE(ActBadKeyOp(BadIdx)) = CheckOp
               AND ActBadKeyValue(BadIdx) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(CheckKey) = ZERO
                   AND FUNCTION TEST-NUMVAL(ActBadKeyValue(BadIdx))
                       = ZERO
                   IF FUNCTION NUMVAL(CheckKey)
                       = FUNCTION NUMVAL(ActBadKeyValue(BadIdx))
                       PERFORM AddBadKeyViolation
                   END-IF
               ELSE
                   IF FUNCTION UPPER-CASE(CheckKey) =
                       FUNCTION UPPER-CASE(ActBadKeyValue(BadIdx))
                       PERFORM AddBadKeyViolation
                   END-IF
               END-IF
           END-IF.

       AddBadKeyViolation.
           MOVE "BADKEY" TO NewCode
           MOVE SPACES TO NewText
           STRING CheckOp DELIMITED BY SPACE
                  " KEY " DELIMITED BY SIZE
                  CheckKey DELIMITED BY SPACE
                  " IS FORBIDDEN" DELIMITED BY SIZE
               INTO NewText
           END-STRING
           PERFORM AddViolation.

       CheckKeywordLength.
           COMPUTE KeyLength =
               FUNCTION LENGTH(FUNCTION TRIM(CheckKey))
           IF ActMinKeyword NUMERIC AND KeyLength < ActMinKeyword
               MOVE "SHORTKEY" TO NewCode
               MOVE SPACES TO NewText
               STRING "KEYWORD LENGTH " KeyLength
                      " - MINIMUM IS " ActMinKeyword
                   DELIMITED BY SIZE INTO NewText
               END-STRING
               PERFORM AddViolation
           END-IF.

       AddViolation.
           IF PolChkCount < 20
               ADD 1 TO PolChkCount
               MOVE NewCode TO PolChkCode(PolChkCount)
               MOVE NewText TO PolChkText(PolChkCount)
           END-IF.
       END PROGRAM POLCHECK.
