      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Variable-length partner-feed conversion.  Some partners can
      *  only send variable-length records, each behind a 4-byte
      *  record descriptor word (RDW: a 2-byte big-endian length
      *  that counts the RDW itself, then two zero bytes), and some
      *  group them into blocks behind a block descriptor word (BDW:
      *  the same shape, counting the whole block; a high-order bit
      *  set marks the 4-byte extended length).  Preflight and
      *  gcobol-feed-validator only know fixed records, so this step
      *  runs ahead of them, the same way gcobol-ebcdic-convert does:
      *
      *    - every descriptor is checked against the bytes that
      *      follow it: an RDW shorter than itself, an RDW with
      *      segment bits set, a record running past the end of its
      *      block, a block whose records do not fill it exactly, or
      *      a file that ends inside a descriptor, record, or block
      *      is a structural failure - the run stops with status 1
      *      and no output feed is published, so a truncated final
      *      block can never become a silently dropped record;
      *    - each record is written in the fixed layout the
      *      validator reads (RDW-RECORD-LENGTH, default 512),
      *      padded with spaces when short; a record longer than
      *      that is rejected to the conversion-exception file
      *      (record number, byte offset of its RDW, length, reason)
      *      and the run ends with status 1, as the EBCDIC converter
      *      does for a record it cannot decode;
      *    - the converted feed is written to a work file and only
      *      renamed into place once the whole input has proved
      *      structurally sound;
      *    - the record-length distribution - every data length
      *      seen, how many records carried it, and whether it was
      *      padded, exact, or rejected - goes on the conversion
      *      report through the shared report writer, so a partner
      *      quietly changing its layout shows up the first night.
      *
      *  Settings: RDW-INPUT-PATH, RDW-OUTPUT-PATH, RDW-EXC-PATH,
      *  RDW-REPORT-PATH, RDW-BLOCKED (Y when the partner sends
      *  BDWs; default N) and RDW-RECORD-LENGTH.
        COPY posix-errno.
        COPY posix-open.
        COPY posix-read.
        COPY posix-close.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-rdw-convert.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-errno
           FUNCTION posix-open
           FUNCTION posix-read
           FUNCTION posix-close.

       >>Define Constant RDW-INPUT-PATH as "/tmp/feeds/partner-rdw.dat"
       >>Define Constant RDW-OUTPUT-PATH as "/tmp/feeds/partner-fix.dat"
       >>Define Constant RDW-EXC-PATH as "/tmp/gcobol-rdw.exc"
       >>Define Constant RDW-REPORT-PATH as "/tmp/gcobol-rdw.rpt"
      * The detail layout gcobol-feed-validator reads.
       >>Define Constant FIXED-RECORD-LENGTH as 512

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-FILE
                  ASSIGN TO Output-Work-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Out-File-Status.
           SELECT EXC-FILE
                  ASSIGN TO Exceptions-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Exc-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE.
       01  OUT-RECORD               PIC X(1024).

       FD  EXC-FILE.
       01  EXC-RECORD.
           05  EXC-RECORD-NO        PIC 9(08).
           05  FILLER               PIC X(01).
           05  EXC-OFFSET           PIC 9(12).
           05  FILLER               PIC X(01).
           05  EXC-LENGTH           PIC 9(05).
           05  FILLER               PIC X(01).
           05  EXC-REASON           PIC X(24).

       WORKING-STORAGE SECTION.
        77 Input-Path          PIC X(100).
        77 Output-Path         PIC X(100).
        77 Output-Work-Path    PIC X(104).
        77 Exceptions-Path     PIC X(100).
        77 Report-Path         PIC X(256).
        77 Blocked-Setting     PIC X(01).
           88 Feed-Is-Blocked  VALUE 'Y'.
        77 Fixed-Length        BINARY-LONG VALUE FIXED-RECORD-LENGTH.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Out-File-Status     PIC X(02).
        77 Exc-File-Status     PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Err-Msg             PIC X(100).

      * The raw input, taken a piece at a time.
        77 Input-Fd            BINARY-LONG.
        77 Bytes-Read          BINARY-LONG.
        77 In-Buffer           PIC X(32768).
        77 In-Pos              BINARY-LONG VALUE 1.
        77 In-Len              BINARY-LONG VALUE ZERO.
        77 Input-Exhausted     PIC X(01) VALUE 'N'.
        77 Input-Offset        BINARY-DOUBLE VALUE ZERO.
        77 Want-Count          BINARY-LONG.
        77 Took-Count          BINARY-LONG.
        77 Move-Count          BINARY-LONG.
        77 Take-Area           PIC X(65536).

      * Descriptors.
        77 Desc-Offset         BINARY-DOUBLE.
        77 Desc-Length         BINARY-LONG.
        77 Byte-1              BINARY-LONG.
        77 Byte-2              BINARY-LONG.
        77 Byte-3              BINARY-LONG.
        77 Byte-4              BINARY-LONG.
        77 Block-Remaining     BINARY-LONG.
        77 Record-Offset       BINARY-DOUBLE.
        77 Data-Length         BINARY-LONG.
        77 Structure-Error     PIC X(60) VALUE SPACES.
        77 Error-Offset        BINARY-DOUBLE.
        77 Reject-Reason       PIC X(24).

      * Counts and the length distribution.
        77 Blocks-In           BINARY-LONG VALUE ZERO.
        77 Records-In          BINARY-LONG VALUE ZERO.
        77 Records-Out         BINARY-LONG VALUE ZERO.
        77 Records-Rejected    BINARY-LONG VALUE ZERO.
        77 Shortest-Length     BINARY-LONG VALUE 99999.
        77 Longest-Length      BINARY-LONG VALUE ZERO.
        77 Length-Idx          BINARY-LONG.
        01 Length-Distribution.
           05 Length-Count     BINARY-LONG OCCURS 65536 TIMES.

      * The conversion report.
        77 Report-Title        PIC X(80).
        77 Column-Heading      PIC X(132).
        77 Detail-Line         PIC X(132).
        77 Control-Value       PIC X(32).
        77 Amount-For-Writer   BINARY-DOUBLE.
        77 Report-Status       BINARY-LONG SIGNED.
        77 Len-Displayed       PIC Z(4)9.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Pct-Value           PIC 9(03)V9.
        77 Pct-Displayed       PIC ZZ9.9.
        77 Offset-Displayed    PIC Z(11)9.
        77 Fixed-Displayed     PIC Z(4)9.
        77 Longest-Displayed   PIC Z(4)9.

        77 Audit-Args          PIC X(200).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Footer-Status       BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-rdw-convert'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-rdw-convert'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-READ-THE-SETTINGS.

           Move Function posix-open(Input-Path, 0, 0) to Input-Fd.
           If Input-Fd < ZERO
              Display 'Cannot open '
                      Function Trim(Input-Path)
                      ' - errno ' Function posix-errno(Err-Msg)
                      ': ' Err-Msg
              Call "CBL_RUN_FOOTER" using 'gcobol-rdw-convert'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Open Output OUT-FILE.
           Open Output EXC-FILE.
           If Out-File-Status Not = '00' Or Exc-File-Status Not = '00'
              Display 'Cannot create ' Function Trim(Output-Work-Path)
                      ' or ' Function Trim(Exceptions-Path)
              Call "CBL_RUN_FOOTER" using 'gcobol-rdw-convert'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           If Feed-Is-Blocked
              Perform 2000-CONVERT-ONE-BLOCK
                  Until Input-Exhausted = 'Y'
                     Or Structure-Error Not = Spaces
           Else
              Perform 3000-CONVERT-ONE-RECORD
                  Until Input-Exhausted = 'Y'
                     Or Structure-Error Not = Spaces
           End-If.

           Move Function posix-close(Input-Fd) to status-code.
           Close OUT-FILE.
           Close EXC-FILE.

           Perform 7000-PRINT-THE-REPORT.

           If Structure-Error Not = Spaces
              Perform 9000-STRUCTURAL-FAILURE
           End-If.

      *    Structurally sound: the fixed-layout feed goes live.
           Call "CBL_RENAME_FILE" using Output-Work-Path, Output-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** Cannot publish ' Function Trim(Output-Path)
              Call "CBL_RUN_FOOTER" using 'gcobol-rdw-convert'
                   by value 1, Records-In, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Display 'Blocks read:       ' Blocks-In.
           Display 'Records read:      ' Records-In.
           Display 'Records converted: ' Records-Out.
           Display 'Records rejected:  ' Records-Rejected
                   ' (see ' Function Trim(Exceptions-Path) ')'.

           Move Records-Out to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'in=' Function Trim(Input-Path)
                  ' converted=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Move Records-Rejected to Cnt-Displayed.
           String Function Trim(Audit-Args)
                  ' rejected=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-rdw-convert",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           If Records-Rejected > ZERO
              Call "CBL_RUN_FOOTER" using 'gcobol-rdw-convert'
                   by value 1, Records-In, Records-Out
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Call "CBL_RUN_FOOTER" using 'gcobol-rdw-convert'
                by value 0, Records-In, Records-Out
                returning Footer-Status.
           Stop Run.

       0100-READ-THE-SETTINGS.

           Move 'RDW-INPUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RDW-INPUT-PATH
                      returning Config-Status.
           Move Config-Value to Input-Path.
           Move 'RDW-OUTPUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RDW-OUTPUT-PATH
                      returning Config-Status.
           Move Config-Value to Output-Path.
           Move Spaces to Output-Work-Path.
           String Function Trim(Output-Path) '.new'
                  Delimited By Size Into Output-Work-Path.
           Move 'RDW-EXC-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RDW-EXC-PATH
                      returning Config-Status.
           Move Config-Value to Exceptions-Path.
           Move 'RDW-REPORT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RDW-REPORT-PATH
                      returning Config-Status.
           Move Config-Value to Report-Path.
           Move 'RDW-BLOCKED' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value, 'N'
                      returning Config-Status.
           Move Config-Value to Blocked-Setting.

           Move 'RDW-RECORD-LENGTH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value, ' '
                      returning Config-Status.
           If Config-Value Not = Spaces
              If Function Trim(Config-Value) Numeric
                 And Function Numval(Config-Value) > ZERO
                 And Function Numval(Config-Value)
                     Not > Length of OUT-RECORD
                 Move Function Numval(Config-Value) to Fixed-Length
              Else
                 Display 'RDW-RECORD-LENGTH '
                         Function Trim(Config-Value)
                         ' is not a usable record length - '
                         FIXED-RECORD-LENGTH ' used'
              End-If
           End-If.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  One block: its BDW, then records until the block is used
      *  up exactly.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2000-CONVERT-ONE-BLOCK.

           Move Input-Offset to Desc-Offset.
           Perform 4000-TAKE-A-DESCRIPTOR.
           If Took-Count = ZERO
      *       Clean end of file on a block boundary.
              Exit Paragraph
           End-If.
           If Took-Count < 4
              Move 'file ends inside a block descriptor'
                to Structure-Error
              Move Desc-Offset to Error-Offset
              Exit Paragraph
           End-If.

           If Byte-1 > 127
      *       Extended BDW: a 31-bit length over all four bytes.
              Compute Desc-Length =
                      (((Byte-1 - 128) * 256 + Byte-2) * 256
                         + Byte-3) * 256 + Byte-4
           Else
              If Byte-3 Not = ZERO Or Byte-4 Not = ZERO
                 Move 'block descriptor has nonzero reserved bytes'
                   to Structure-Error
                 Move Desc-Offset to Error-Offset
                 Exit Paragraph
              End-If
           End-If.
           If Desc-Length < 8
              Move 'block descriptor shorter than one record'
                to Structure-Error
              Move Desc-Offset to Error-Offset
              Exit Paragraph
           End-If.

           Add 1 to Blocks-In.
           Compute Block-Remaining = Desc-Length - 4.
           Perform 3000-CONVERT-ONE-RECORD
               Until Block-Remaining = ZERO
                  Or Structure-Error Not = Spaces.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  One record: its RDW, its data, and the fixed-layout copy.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       3000-CONVERT-ONE-RECORD.

           Move Input-Offset to Desc-Offset.
           Move Input-Offset to Record-Offset.
           If Feed-Is-Blocked And Block-Remaining < 4
              Move 'records do not fill the block exactly'
                to Structure-Error
              Move Desc-Offset to Error-Offset
              Exit Paragraph
           End-If.
           Perform 4000-TAKE-A-DESCRIPTOR.
           If Took-Count = ZERO And Not Feed-Is-Blocked
              Exit Paragraph
           End-If.
           If Took-Count < 4
              If Feed-Is-Blocked
                 Move 'truncated final block' to Structure-Error
              Else
                 Move 'file ends inside a record descriptor'
                   to Structure-Error
              End-If
              Move Desc-Offset to Error-Offset
              Exit Paragraph
           End-If.

           If Byte-3 Not = ZERO Or Byte-4 Not = ZERO
              Move 'record descriptor has segment bits set'
                to Structure-Error
              Move Desc-Offset to Error-Offset
              Exit Paragraph
           End-If.
           If Desc-Length < 4
              Move 'record descriptor shorter than itself'
                to Structure-Error
              Move Desc-Offset to Error-Offset
              Exit Paragraph
           End-If.
           If Feed-Is-Blocked
              If Desc-Length > Block-Remaining
                 Move 'record runs past the end of its block'
                   to Structure-Error
                 Move Desc-Offset to Error-Offset
                 Exit Paragraph
              End-If
              Subtract Desc-Length from Block-Remaining
           End-If.

           Compute Data-Length = Desc-Length - 4.
           Move Data-Length to Want-Count.
           Perform 5000-TAKE-BYTES.
           If Took-Count < Data-Length
              If Feed-Is-Blocked
                 Move 'truncated final block' to Structure-Error
              Else
                 Move 'truncated final record' to Structure-Error
              End-If
              Move Desc-Offset to Error-Offset
              Exit Paragraph
           End-If.

           Add 1 to Records-In.
           Compute Length-Idx = Data-Length + 1.
           Add 1 to Length-Count(Length-Idx).
           If Data-Length < Shortest-Length
              Move Data-Length to Shortest-Length
           End-If.
           If Data-Length > Longest-Length
              Move Data-Length to Longest-Length
           End-If.

           Evaluate True
              When Data-Length = ZERO
                 Move 'EMPTY RECORD' to Reject-Reason
                 Perform 8000-REJECT-THE-RECORD
              When Data-Length > Fixed-Length
                 Move 'LONGER THAN LAYOUT' to Reject-Reason
                 Perform 8000-REJECT-THE-RECORD
              When Other
                 Move Spaces to OUT-RECORD
                 Move Take-Area(1:Data-Length) to OUT-RECORD
                 Write OUT-RECORD
                 Add 1 to Records-Out
           End-Evaluate.

      *    Four descriptor bytes, unpacked; Desc-Length is the first
      *    two taken as a big-endian halfword.
       4000-TAKE-A-DESCRIPTOR.

           Move 4 to Want-Count.
           Perform 5000-TAKE-BYTES.
           If Took-Count < 4
              Exit Paragraph
           End-If.
           Compute Byte-1 = Function Ord(Take-Area(1:1)) - 1.
           Compute Byte-2 = Function Ord(Take-Area(2:1)) - 1.
           Compute Byte-3 = Function Ord(Take-Area(3:1)) - 1.
           Compute Byte-4 = Function Ord(Take-Area(4:1)) - 1.
           Compute Desc-Length = Byte-1 * 256 + Byte-2.

      *    Want-Count bytes of input into Take-Area, refilling the
      *    read buffer as it empties; Took-Count short means the
      *    file ended first.
       5000-TAKE-BYTES.

           Move ZERO to Took-Count.
           Perform 5100-TAKE-FROM-BUFFER
               Until Took-Count = Want-Count
                  Or Input-Exhausted = 'Y'.
           Add Took-Count to Input-Offset.

       5100-TAKE-FROM-BUFFER.

           If In-Pos > In-Len
              Move Function posix-read(Input-Fd, In-Buffer,
                                        Length of In-Buffer)
                to Bytes-Read
              If Bytes-Read Not > ZERO
                 Move 'Y' to Input-Exhausted
                 Exit Paragraph
              End-If
              Move 1 to In-Pos
              Move Bytes-Read to In-Len
           End-If.

           Compute Move-Count = In-Len - In-Pos + 1.
           If Move-Count > Want-Count - Took-Count
              Compute Move-Count = Want-Count - Took-Count
           End-If.
           Move In-Buffer(In-Pos:Move-Count)
             to Take-Area(Took-Count + 1:Move-Count).
           Add Move-Count to In-Pos.
           Add Move-Count to Took-Count.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  The conversion report: one line per data length seen, in
      *  length order, broken by disposition.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       7000-PRINT-THE-REPORT.

           Move Fixed-Length to Fixed-Displayed.
           Move Spaces to Report-Title.
           String 'RDW CONVERSION - RECORD LENGTHS - '
                  Function Trim(Input-Path)
                  Delimited By Size Into Report-Title.
           Move 'DATA LENGTH      RECORDS    PCT   DISPOSITION'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start conversion report '
                      Function Trim(Report-Path)
              Exit Paragraph
           End-If.

           Perform 7100-REPORT-ONE-LENGTH
               Varying Length-Idx From 1 By 1
               Until Length-Idx > Longest-Length + 1.

           Move Spaces to Control-Value.
           Move Blocks-In to Cnt-Displayed.
           Move Spaces to Detail-Line.
           String 'blocks read ' Function Trim(Cnt-Displayed)
                  '   fixed layout ' Function Trim(Fixed-Displayed)
                  ' bytes'
                  Delimited By Size Into Detail-Line.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.
           If Records-In > ZERO
              Move Shortest-Length to Len-Displayed
              Move Longest-Length to Longest-Displayed
              Move Spaces to Detail-Line
              String 'shortest ' Function Trim(Len-Displayed)
                     '   longest ' Function Trim(Longest-Displayed)
                     Delimited By Size Into Detail-Line
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value, by value 0
                   returning Report-Status
           End-If.
           If Structure-Error Not = Spaces
              Move Error-Offset to Offset-Displayed
              Move Spaces to Detail-Line
              String '*** STRUCTURAL FAILURE at byte '
                     Function Trim(Offset-Displayed) ': '
                     Function Trim(Structure-Error)
                     ' - feed not published'
                     Delimited By Size Into Detail-Line
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value, by value 0
                   returning Report-Status
           End-If.
           Call "CBL_REPORT_END" returning Report-Status.

       7100-REPORT-ONE-LENGTH.

           If Length-Count(Length-Idx) = ZERO
              Exit Paragraph
           End-If.

           Compute Data-Length = Length-Idx - 1.
           Evaluate True
              When Data-Length = ZERO
                 Move 'REJECTED EMPTY' to Control-Value
              When Data-Length < Fixed-Length
                 Move 'PADDED' to Control-Value
              When Data-Length = Fixed-Length
                 Move 'EXACT' to Control-Value
              When Other
                 Move 'REJECTED OVERLONG' to Control-Value
           End-Evaluate.
           Compute Pct-Value Rounded =
                   Length-Count(Length-Idx) * 100 / Records-In.
           Move Data-Length to Len-Displayed.
           Move Length-Count(Length-Idx) to Cnt-Displayed.
           Move Pct-Value to Pct-Displayed.
           Move Spaces to Detail-Line.
           String '      ' Len-Displayed '     ' Cnt-Displayed
                  '  ' Pct-Displayed '   ' Control-Value
                  Delimited By Size Into Detail-Line.
      *    The writer's amounts are in cents: the subtotals and the
      *    grand total come out as record counts.
           Compute Amount-For-Writer = Length-Count(Length-Idx) * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       8000-REJECT-THE-RECORD.

           Add 1 to Records-Rejected.
           Move Spaces to EXC-RECORD.
           Move Records-In to EXC-RECORD-NO.
           Move Record-Offset to EXC-OFFSET.
           Move Data-Length to EXC-LENGTH.
           Move Reject-Reason to EXC-REASON.
           Write EXC-RECORD.

       9000-STRUCTURAL-FAILURE.

           Move Error-Offset to Offset-Displayed.
           Display '*** Structural failure in '
                   Function Trim(Input-Path)
                   ' at byte ' Function Trim(Offset-Displayed)
                   ': ' Function Trim(Structure-Error).
           Display '*** ' Records-In ' record(s) read before it - '
                   'no feed published'.
           Call "CBL_DELETE_FILE" using Output-Work-Path
                      returning status-code.

           Move Spaces to Audit-Args.
           String 'in=' Function Trim(Input-Path)
                  ' structural failure at byte '
                  Function Trim(Offset-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-rdw-convert",
                        Audit-Args,
                        by value 1
                      returning Audit-Status.
           Call "CBL_RUN_FOOTER" using 'gcobol-rdw-convert'
                by value 1, Records-In, 0
                returning Footer-Status.
           Stop Run With Error Status 1.
