      * matching invmast.ism record -- the same deck-and-report      *
      * pattern CUSTHOLD uses for the credit-hold flag -- so the     *
      * accountant can put the A-items on a monthly count without a  *
      * screen for it.  The quarterly INVABC ABC analysis restamps   *
      * every item's class from the value it moved, so a class set   *
      * here holds only until that next run.                         *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
