               88  APP-IS-STOPPED    VALUE 0.
           05  WS-RECURSION-DEPTH    PIC 9(4) VALUE 0.
           05  WS-LOOP-COUNTER       PIC 9(6) VALUE 0.
      *> The app's own MAX-LOOP-ITERATIONS field, when it declares
      *> one - see TAKE-APP-LOOP-GUARD.
           05  WS-APP-LOOP-MAX       PIC 9(6) VALUE 0.
           05  WS-APP-LOOP-SAVED     PIC 9(6) VALUE 0.

      *> Back-stack for GO-TO-SCREEN "BACK" navigation. Every screen
      *> switch made by GO-TO-NAVIGATE-FOR-FOCUS pushes the screen it
