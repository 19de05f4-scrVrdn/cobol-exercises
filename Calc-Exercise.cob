      * One calculation per record, for batch mode -- a whole
      * expression ("120 + 45 - 30 / 5", operands and operators
      * separated by spaces) rather than the old one-operator pair,
      * so the clerks stop re-keying intermediate results. The
      * built-in functions (ROUND, MIN, MAX, ABS, PCT, INT) may be
      * called anywhere an operand goes: "ROUND ( PCT ( NET , 20 )
      * , 2 )".
       FD CalcTransactionFile.
       01 CalcTransactionRec.
           88 EndOfTransactions VALUE HIGH-VALUES.
      * The verification deck's pass/fail listing, one line per
      * record carrying an expected result.
       FD CalcVerifyRpt.
       01 VerifyPrintLine PIC X(115).

      * Audit trail of every calculation performed, successful or
      * not: the whole expression as entered and what (if anything)
       01 PrintResult PIC +Z(11)9.99.

      * The expression broken into alternating operand and operator
      * tokens: up to fifteen operands joined by up to fourteen
      * operators, with room besides for the brackets and commas
      * of function calls.
       01 TokenTable.
           02 RawToken PIC X(20) OCCURS 30 TIMES.
       01 TokenIdx PIC 99.
       01 TokenCount PIC 99.
       01 NumOperands PIC 99.
       01 NumOperators PIC 99.
       01 OperandTable.
           02 Operand PIC S9(12)V99 OCCURS 15 TIMES.
       01 OperatorTable.
           02 Oprtr PIC X OCCURS 14 TIMES.

      * The expression with a space either side of every bracket
      * and comma, so "ROUND(NET,2)" splits into tokens the same as
      * "ROUND ( NET , 2 )". Only the split uses it -- the audit and
      * the verify report keep the expression as keyed.
       01 SpacedExpression PIC X(180).
       01 CharIdx PIC 99.
       01 SpacedPtr PIC 999.
       01 EvalIdx PIC 99.
       01 ShiftIdx PIC 99.

      * repeats until no brackets remain, then folds what's left
      * with the same two passes as always -- so (a+b)*c stops
      * being two keyed lines with a hand-carried intermediate.
       01 MaxElements PIC 99 VALUE 30.
       01 ElementTable.
           02 ElementEntry OCCURS 30 TIMES.
              03 EL-Kind PIC X.
                 88 EL-IsOperand VALUE "N".
                 88 EL-IsOperator VALUE "O".
                 88 EL-IsLeftParen VALUE "(".
                 88 EL-IsRightParen VALUE ")".
                 88 EL-IsFunction VALUE "F".
                 88 EL-IsComma VALUE ",".
              03 EL-Value PIC S9(12)V99.
              03 EL-Op PIC X.
              03 EL-Func PIC X(5).
       01 NumElements PIC 99.
       01 ElemIdx PIC 99.
       01 ParenDepth PIC S99.
       01 SliceResult PIC S9(12)V99.
       01 GapShiftIdx PIC 99.

      * Built-in functions for the office's business sums. A name
      * followed by a bracket opens a call -- "ROUND ( NET * 1.2 ,
      * 2 )" -- whose comma-separated arguments are expressions in
      * their own right: numbers, stored names, other calls. The
      * call collapses innermost-first like any bracketed group.
      *   ROUND ( x , n )  x rounded to n places, 0 to 2 (n omitted
      *                    is 0) -- half a penny rounds away from 0
      *   MIN ( x , ... )  the smallest of the arguments
      *   MAX ( x , ... )  the largest of the arguments
      *   ABS ( x )        x without its sign
      *   PCT ( x , p )    p per cent of x, to the nearest penny
      *   INT ( x )        the whole number at or below x
       01 FunctionNames.
           02 FILLER PIC X(5) VALUE "ROUND".
           02 FILLER PIC X(5) VALUE "MIN".
           02 FILLER PIC X(5) VALUE "MAX".
           02 FILLER PIC X(5) VALUE "ABS".
           02 FILLER PIC X(5) VALUE "PCT".
           02 FILLER PIC X(5) VALUE "INT".
       01 FunctionTable REDEFINES FunctionNames.
           02 FunctionName PIC X(5) OCCURS 6 TIMES
                    INDEXED BY Func-Idx.
       01 CalledFunction PIC X(5).
       01 FunctionTokenFlag PIC X.
           88 FunctionToken VALUE "Y".
       01 SkipParenFlag PIC X VALUE "N".
           88 SkipParen VALUE "Y".
      * What each open bracket is -- "(" a plain group, "F" a call --
      * so a comma is only taken inside a call.
       01 BracketStack.
           02 BracketKind PIC X OCCURS 30 TIMES.
       01 MaxArgs PIC 99 VALUE 10.
       01 ArgTable.
           02 NumArgs PIC 99.
           02 ArgValue PIC S9(12)V99 OCCURS 10 TIMES.
       01 ArgScanIdx PIC 99.
       01 ArgIdx PIC 99.
       01 RoundPlaces PIC S9(12)V99.
       01 RoundedWhole PIC S9(12).
       01 RoundedOnePlace PIC S9(12)V9.

       01 BatchModeFlag PIC X VALUE "N".
           88 RunBatchMode VALUE "Y".

       01 VerifyLine.
           02 VY-Outcome PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 VY-Expression PIC X(60).
           02 FILLER PIC X(5) VALUE " got ".
           02 VY-Got PIC +Z(11)9.99.
           02 FILLER PIC X(10) VALUE " expected ".
       ParseExpression.
           MOVE ZEROS TO TokenCount, NumOperands, NumOperators
           MOVE SPACES TO TokenTable
           PERFORM SpaceOutBrackets
           UNSTRING SpacedExpression DELIMITED BY ALL SPACES
               INTO RawToken(1) RawToken(2) RawToken(3) RawToken(4)
                    RawToken(5) RawToken(6) RawToken(7) RawToken(8)
                    RawToken(9) RawToken(10) RawToken(11)
                    RawToken(12) RawToken(13) RawToken(14)
                    RawToken(15) RawToken(16) RawToken(17)
                    RawToken(18) RawToken(19) RawToken(20)
                    RawToken(21) RawToken(22) RawToken(23)
                    RawToken(24) RawToken(25) RawToken(26)
                    RawToken(27) RawToken(28) RawToken(29)
                    RawToken(30)
               TALLYING IN TokenCount
      * More tokens than receivers means part of the expression
      * would silently go unevaluated -- reject the whole entry
           MOVE ZEROS TO NumElements
           MOVE ZEROS TO ParenDepth
           MOVE "Y" TO ExpectOperandFlag
           MOVE "N" TO SkipParenFlag

           IF TokenCount = 0
               SET ExpressionError TO TRUE
               END-IF
           END-IF.

      * Copies the expression with a space put either side of each
      * bracket and comma -- none ahead of a bracket that opens the
      * line, or the split would find an empty first token.
       SpaceOutBrackets.
           MOVE SPACES TO SpacedExpression
           MOVE 1 TO SpacedPtr
           PERFORM VARYING CharIdx FROM 1 BY 1 UNTIL CharIdx > 60
               IF ExpressionText(CharIdx:1) = "(" OR ")" OR ","
                   IF SpacedPtr > 1
                       ADD 1 TO SpacedPtr
                   END-IF
                   STRING ExpressionText(CharIdx:1) " "
                       DELIMITED BY SIZE
                       INTO SpacedExpression WITH POINTER SpacedPtr
               ELSE
                   STRING ExpressionText(CharIdx:1)
                       DELIMITED BY SIZE
                       INTO SpacedExpression WITH POINTER SpacedPtr
               END-IF
           END-PERFORM.

      * Whether the line is an assignment ("NAME = expr"): the
      * target name is peeled off the front -- it must start with a
      * letter, so "3 = 3" stays the nonsense it is -- and the rest
      * clerks' money work stops happening on paper around the
      * program.
       ClassifyToken.
           PERFORM SpotFunctionName
           EVALUATE TRUE
      * The bracket opening a call was taken with the name.
               WHEN SkipParen
                   MOVE "N" TO SkipParenFlag
               WHEN FunctionToken
                   IF ExpectOperand AND NumElements < MaxElements
                       ADD 1 TO NumElements
                       MOVE "F" TO EL-Kind(NumElements)
                       MOVE CalledFunction TO EL-Func(NumElements)
                       ADD 1 TO ParenDepth
                       MOVE "F" TO BracketKind(ParenDepth)
                       SET SkipParen TO TRUE
                   ELSE
                       SET ExpressionError TO TRUE
                   END-IF
               WHEN RawToken(TokenIdx) = "("
                   IF ExpectOperand AND NumElements < MaxElements
                       ADD 1 TO NumElements
                       MOVE "(" TO EL-Kind(NumElements)
                       ADD 1 TO ParenDepth
                       MOVE "(" TO BracketKind(ParenDepth)
                   ELSE
                       SET ExpressionError TO TRUE
                   END-IF
               WHEN RawToken(TokenIdx) = ")"
                   IF NOT ExpectOperand AND ParenDepth > 0
                      AND NumElements < MaxElements
                       ADD 1 TO NumElements
                       MOVE ")" TO EL-Kind(NumElements)
                       SUBTRACT 1 FROM ParenDepth
                           DISPLAY "Unbalanced brackets"
                       END-IF
                   END-IF
               WHEN RawToken(TokenIdx) = ","
                   IF NOT ExpectOperand AND ParenDepth > 0
                      AND NumElements < MaxElements
                       IF BracketKind(ParenDepth) = "F"
                           ADD 1 TO NumElements
                           MOVE "," TO EL-Kind(NumElements)
                           MOVE "Y" TO ExpectOperandFlag
                       ELSE
                           SET ExpressionError TO TRUE
                       END-IF
                   ELSE
                       SET ExpressionError TO TRUE
                   END-IF
               WHEN RawToken(TokenIdx) = "+" OR "-" OR "*" OR "/"
                   IF NOT ExpectOperand AND NumElements < MaxElements
                       ADD 1 TO NumElements
                       MOVE "O" TO EL-Kind(NumElements)
                       MOVE RawToken(TokenIdx)
                       SET ExpressionError TO TRUE
                   END-IF
               WHEN OTHER
                   IF ExpectOperand AND NumElements < MaxElements
                       IF FUNCTION TEST-NUMVAL(RawToken(TokenIdx))
                          = 0
                           ADD 1 TO NumElements
                   END-IF
           END-EVALUATE.

      * A function name counts only when a bracket follows it, so a
      * stored name that happens to read MIN or MAX still works as
      * an operand.
       SpotFunctionName.
           MOVE "N" TO FunctionTokenFlag
           IF NOT SkipParen AND TokenIdx < TokenCount
              AND RawToken(TokenIdx + 1) = "("
               MOVE FUNCTION UPPER-CASE(RawToken(TokenIdx))
                   TO CalledFunction
               SET Func-Idx TO 1
               SEARCH FunctionName
                   AT END CONTINUE
                   WHEN FunctionName(Func-Idx) = CalledFunction
                        AND RawToken(TokenIdx)(6:) = SPACES
                       SET FunctionToken TO TRUE
               END-SEARCH
           END-IF.

      * A non-numeric operand is tried as a stored variable name;
      * a name nobody has assigned rejects the whole line -- a
      * silent zero would audit a wrong answer as a success.
           MOVE ZEROS TO LeftParenIdx
           PERFORM VARYING ScanIdx FROM 1 BY 1
                 UNTIL ScanIdx > NumElements
               IF EL-Kind(ScanIdx) = "(" OR EL-Kind(ScanIdx) = "F"
                   MOVE ScanIdx TO LeftParenIdx
               END-IF
           END-PERFORM.
               END-IF
           END-PERFORM

           IF EL-Kind(LeftParenIdx) = "F"
               PERFORM EvaluateFunctionCall
           ELSE
               COMPUTE SliceLo = LeftParenIdx + 1
               COMPUTE SliceHi = RightParenIdx - 1
               PERFORM EvaluateSlice
           END-IF

           IF NOT ExpressionError AND NOT DivisionByZero
               MOVE "N" TO EL-Kind(LeftParenIdx)
                   - (RightParenIdx - LeftParenIdx)
           END-IF.

      * A call's arguments, each the slice up to the next comma or
      * the closing bracket, evaluated in turn, then the function
      * applied to them.
       EvaluateFunctionCall.
           MOVE ZEROS TO NumArgs
           COMPUTE SliceLo = LeftParenIdx + 1
           PERFORM VARYING ArgScanIdx FROM SliceLo BY 1
                   UNTIL ArgScanIdx > RightParenIdx
                      OR ExpressionError OR DivisionByZero
               IF ArgScanIdx = RightParenIdx
                  OR EL-Kind(ArgScanIdx) = ","
                   COMPUTE SliceHi = ArgScanIdx - 1
                   PERFORM EvaluateSlice
                   IF NOT ExpressionError AND NOT DivisionByZero
                       IF NumArgs < MaxArgs
                           ADD 1 TO NumArgs
                           MOVE SliceResult TO ArgValue(NumArgs)
                       ELSE
                           SET ExpressionError TO TRUE
                       END-IF
                   END-IF
                   COMPUTE SliceLo = ArgScanIdx + 1
               END-IF
           END-PERFORM

           IF NOT ExpressionError AND NOT DivisionByZero
               MOVE EL-Func(LeftParenIdx) TO CalledFunction
               PERFORM ApplyFunction
           END-IF.

      * The function over its arguments into SliceResult; the wrong
      * number of arguments (or a ROUND to places it can't keep)
      * rejects the line like any other bad entry.
       ApplyFunction.
           EVALUATE TRUE
               WHEN CalledFunction = "ROUND"
                AND (NumArgs = 1 OR NumArgs = 2)
                   PERFORM ApplyRound
               WHEN CalledFunction = "MIN" OR CalledFunction = "MAX"
                   MOVE ArgValue(1) TO SliceResult
                   PERFORM VARYING ArgIdx FROM 2 BY 1
                           UNTIL ArgIdx > NumArgs
                       IF CalledFunction = "MIN"
                          AND ArgValue(ArgIdx) < SliceResult
                           MOVE ArgValue(ArgIdx) TO SliceResult
                       END-IF
                       IF CalledFunction = "MAX"
                          AND ArgValue(ArgIdx) > SliceResult
                           MOVE ArgValue(ArgIdx) TO SliceResult
                       END-IF
                   END-PERFORM
               WHEN CalledFunction = "ABS" AND NumArgs = 1
                   IF ArgValue(1) < ZERO
                       COMPUTE SliceResult = ZERO - ArgValue(1)
                   ELSE
                       MOVE ArgValue(1) TO SliceResult
                   END-IF
               WHEN CalledFunction = "PCT" AND NumArgs = 2
                   COMPUTE SliceResult ROUNDED =
                       ArgValue(1) * ArgValue(2) / 100
               WHEN CalledFunction = "INT" AND NumArgs = 1
                   MOVE ArgValue(1) TO RoundedWhole
                   IF RoundedWhole > ArgValue(1)
                       SUBTRACT 1 FROM RoundedWhole
                   END-IF
                   MOVE RoundedWhole TO SliceResult
               WHEN OTHER
                   SET ExpressionError TO TRUE
                   DISPLAY "Wrong number of arguments for "
                       FUNCTION TRIM(CalledFunction)
           END-EVALUATE.

      * Results carry two places, so those are the places a ROUND
      * can keep: 0 to the whole unit, 1 to the tenth, 2 as is.
       ApplyRound.
           IF NumArgs = 1
               MOVE ZERO TO RoundPlaces
           ELSE
               MOVE ArgValue(2) TO RoundPlaces
           END-IF
           EVALUATE RoundPlaces
               WHEN 0
                   COMPUTE RoundedWhole ROUNDED = ArgValue(1)
                   MOVE RoundedWhole TO SliceResult
               WHEN 1
                   COMPUTE RoundedOnePlace ROUNDED = ArgValue(1)
                   MOVE RoundedOnePlace TO SliceResult
               WHEN 2
                   MOVE ArgValue(1) TO SliceResult
               WHEN OTHER
                   SET ExpressionError TO TRUE
                   DISPLAY "ROUND keeps 0, 1 or 2 places"
           END-EVALUATE.

      * Loads the bracket-free slice into the operand and operator
      * tables and runs the two folding passes over it -- the same
      * arithmetic the whole expression always got, applied to one
           MOVE ZEROS TO NumOperands, NumOperators
           PERFORM VARYING ScanIdx FROM SliceLo BY 1
                 UNTIL ScanIdx > SliceHi
               EVALUATE EL-Kind(ScanIdx)
                   WHEN "N"
                       ADD 1 TO NumOperands
                       MOVE EL-Value(ScanIdx) TO Operand(NumOperands)
                   WHEN "O"
                       ADD 1 TO NumOperators
                       MOVE EL-Op(ScanIdx) TO Oprtr(NumOperators)
      * A comma outside any call's argument list.
                   WHEN OTHER
                       SET ExpressionError TO TRUE
               END-EVALUATE
           END-PERFORM

           IF NumOperands = 0
