      * D08OPC.CPY
      * Handheld instruction set, loaded from the D08OPCODES table
      * by every program that reads a d08 boot image: the opcode,
      * its effect class (A = accumulate, J = jump, C = conditional
      * jump, N = no-op), its operand rule, the accumulator test a
      * conditional jump makes, and the opcode the repair search may
      * swap it for. New firmware opcodes are a table line, not a
      * recompile of the interpreter.
      *   Operand rules: ADD adds the signed operand to the
      *   accumulator, MUL multiplies the accumulator by it, REL
      *   moves the instruction pointer by it, IGN ignores it.
      *   Conditions: ZE accumulator zero, NZ non-zero, NG negative,
      *   PS positive.
       01 OPCODE-TABLE.
           05 OPCODE-COUNT PIC 9(2) VALUE 0.
           05 OPCODE-ENTRY OCCURS 20 TIMES.
             10 OPCODE-NAME PIC X(3).
             10 OPCODE-CLASS PIC X.
               88 OPCODE-ACCUMULATE VALUE 'A'.
               88 OPCODE-JUMP VALUE 'J'.
               88 OPCODE-COND-JUMP VALUE 'C'.
               88 OPCODE-NO-OP VALUE 'N'.
             10 OPCODE-RULE PIC X(3).
             10 OPCODE-COND PIC X(2).
             10 OPCODE-SWAP PIC X(3).
