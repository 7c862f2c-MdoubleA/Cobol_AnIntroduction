               88  SaleMovement        VALUE "S".
               88  AdjustmentMovement  VALUE "A".
               88  AssemblyMovement    VALUE "B".
               88  ReturnMovement      VALUE "C".
               88  WriteOffMovement    VALUE "W".
           02  MoveSign            PIC X.
               88  NegativeMovement    VALUE "-".
           02  MoveQty             PIC 9(4).
                   MOVE "ADJUST " TO MovementText
               WHEN AssemblyMovement
                   MOVE "BUILD  " TO MovementText
               WHEN ReturnMovement
                   MOVE "RETURN " TO MovementText
               WHEN WriteOffMovement
                   MOVE "WRITOFF" TO MovementText
               WHEN OTHER
                   MOVE MoveType  TO MovementText
           END-EVALUATE
