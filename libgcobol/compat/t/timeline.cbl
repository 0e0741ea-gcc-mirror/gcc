      *  order:
      *
      *    start and end offsets (seconds into the night), elapsed,
      *    PAR - how many steps were running the moment it launched,
      *    itself included - a bar placed and scaled against the
      *    whole night, so steps the controller ran side by side
      *    show as overlapping bars, an 'H'
      *    marker on a step the holds file currently holds, an 'A'
      *    marker on a step with an unacknowledged alert whose text
      *    names it, and a '*' on every critical-path step - the
      *    latest, that actually determined when the chain was
      *    done.
      *
      *  The last line gives the night's peak concurrency.
      *
      *  The processing date reported is the chain's established
      *  date; pass another through GCOBOL_TIMELINE_DATE for a
      *  post-mortem on an older night.
           05  NET-PREDECESSORS     PIC X(128).
           05  NET-CONTINUE-FLAG    PIC X(01).
           05  NET-OUTPUT-PATH      PIC X(100).
           05  NET-RUN-FREQUENCY    PIC X(01).
           05  NET-RUN-DAYS         PIC X(07).
           05  NET-RESOURCE-CLASS   PIC X(08).
           05  NET-MAX-ELAPSED      PIC 9(06).
           05  NET-RETRY-SAFE       PIC X(01).
           05  NET-RETRY-COUNT      PIC 9(01).
           05  NET-RETRY-BACKOFF    PIC 9(04).
           05  NET-RECOVERY-PROGRAM PIC X(100).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
        77 Bar-Length          BINARY-LONG.
        77 Bar-Idx             BINARY-LONG.
        77 Bar-Text            PIC X(40).
        77 Bar-From            BINARY-LONG.
        77 Bar-To              BINARY-LONG.
        77 Running-At-Launch   BINARY-LONG.
        77 Peak-Running        BINARY-LONG VALUE ZERO.
        77 Par-Displayed       PIC ZZ9.
        77 Off-Displayed       PIC Z(6)9.
        77 End-Displayed       PIC Z(6)9.
        77 Ela-Displayed       PIC Z(6)9.
           String 'CHAIN TIMELINE - ' Report-Date
                  Delimited By Size Into Report-Title.
           Move 'CP H A STEP                    START   END    '
             & ' ELAPSED PAR  PROFILE'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
               Varying Job-Idx From 1 By 1
               Until Job-Idx > Job-Count.

           Move Peak-Running to Par-Displayed.
           Move Spaces to Detail-Line.
           String 'Peak concurrency: ' Function Trim(Par-Displayed)
                  ' step(s) running at once'
                  Delimited By Size Into Detail-Line.
           Move Spaces to Control-Value.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.

           Call "CBL_REPORT_END" returning Report-Status.

       5100-DRAW-ONE-ROW.
              Move ZERO to Elapsed-Secs
           End-If.

      *    The bar starts where the step started in the night, so
      *    concurrent steps line up one above the other.
           Compute Bar-From = (Start-Offset * 40) / Night-Span + 1.
           Compute Bar-Length =
                   (Elapsed-Secs * 40) / Night-Span.
           If Bar-Length < 1 And Elapsed-Secs > ZERO
              Move 1 to Bar-Length
           End-If.
           Compute Bar-To = Bar-From + Bar-Length - 1.
           Move Spaces to Bar-Text.
           Perform 5200-DRAW-ONE-TICK
               Varying Bar-Idx From Bar-From By 1
               Until Bar-Idx > Bar-To
                   Or Bar-Idx > 40.

           Move ZERO to Running-At-Launch.
           Perform 5300-COUNT-ONE-RUNNING
               Varying Other-Idx From 1 By 1
               Until Other-Idx > Job-Count.
           If Running-At-Launch > Peak-Running
              Move Running-At-Launch to Peak-Running
           End-If.
           Move Running-At-Launch to Par-Displayed.

           Move Start-Offset to Off-Displayed.
           Move End-Offset to End-Displayed.
           Move Elapsed-Secs to Ela-Displayed.
                  TL-NAME(Job-Idx)(1:22) ' '
                  Off-Displayed ' '
                  End-Displayed ' '
                  Ela-Displayed ' '
                  Par-Displayed '  '
                  Bar-Text
                  Delimited By Size Into Detail-Line.
           Move Spaces to Control-Value.
       5200-DRAW-ONE-TICK.

           Move '=' to Bar-Text(Bar-Idx:1).

       5300-COUNT-ONE-RUNNING.

      *    A step with no end event is still running: it counts
      *    for every launch after its own.
           If TL-START-EPOCH(Other-Idx) <= TL-START-EPOCH(Job-Idx)
              And (TL-END-EPOCH(Other-Idx) > TL-START-EPOCH(Job-Idx)
                   Or TL-END-EPOCH(Other-Idx) = ZERO
                   Or Other-Idx = Job-Idx)
              Add 1 to Running-At-Launch
           End-If.
