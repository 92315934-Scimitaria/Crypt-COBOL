       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKFLD.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 idx                    PIC 9999.
       01 MaskHash               PIC 9(18) COMP.
       01 MaskDraw               PIC 9(18) COMP.
       01 MaskModulus            PIC 9(10) COMP VALUE 2147483647.
       01 DrawAmt                PIC 99.
       LINKAGE SECTION.
       01 TextIn   PIC X(4000).
       COPY OPKEY.
       COPY OPLEN.
       PROCEDURE DIVISION USING TextIn, OperationKey, TextLen.
           MOVE 7 TO MaskHash
           PERFORM HashSeedChar VARYING idx FROM 1 BY 1
               UNTIL idx > 10
           PERFORM HashTextChar VARYING idx FROM 1 BY 1
               UNTIL idx > TextLen
           IF MaskHash = ZERO
               MOVE 1 TO MaskHash
           END-IF
           MOVE MaskHash TO MaskDraw
           PERFORM MaskChar VARYING idx FROM 1 BY 1
               UNTIL idx > TextLen
       EXIT PROGRAM.

       HashSeedChar.
           COMPUTE MaskHash = FUNCTION MOD(MaskHash * 131
               + FUNCTION ORD(OperationKey(idx:1)), MaskModulus).

       HashTextChar.
           COMPUTE MaskHash = FUNCTION MOD(MaskHash * 131
               + FUNCTION ORD(TextIn(idx:1)), MaskModulus).

       MaskChar.
           COMPUTE MaskDraw = FUNCTION MOD(MaskDraw * 48271,
               MaskModulus)
           EVALUATE TRUE
               WHEN TextIn(idx:1) >= "A" AND TextIn(idx:1) <= "Z"
                   COMPUTE DrawAmt = FUNCTION MOD(MaskDraw, 26)
                   MOVE FUNCTION CHAR(FUNCTION ORD("A") + DrawAmt)
                       TO TextIn(idx:1)
               WHEN TextIn(idx:1) >= "a" AND TextIn(idx:1) <= "z"
                   COMPUTE DrawAmt = FUNCTION MOD(MaskDraw, 26)
                   MOVE FUNCTION CHAR(FUNCTION ORD("a") + DrawAmt)
                       TO TextIn(idx:1)
               WHEN TextIn(idx:1) >= "0" AND TextIn(idx:1) <= "9"
                   COMPUTE DrawAmt = FUNCTION MOD(MaskDraw, 10)
                   MOVE FUNCTION CHAR(FUNCTION ORD("0") + DrawAmt)
                       TO TextIn(idx:1)
           END-EVALUATE.
       END PROGRAM MASKFLD.
