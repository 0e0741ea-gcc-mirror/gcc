      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Audit-trail forwarder.  Tails the live CBL_AUDIT_LOG file
      *  and ships every line, as it lands, to the enterprise SIEM
      *  collector as an RFC 5424 syslog message over TCP (octet-
      *  counted framing, RFC 6587).  Each message carries the
      *  line's own timestamp, the routine as APP-NAME, the run id
      *  as PROCID, and a structured-data element holding the
      *  generation and byte offset the line came from together
      *  with its rc= and h= values, so the SIEM can verify the
      *  hash chain end to end; the original line follows
      *  verbatim as the message text.
      *
      *  Where forwarding has got to is kept in a cursor file -
      *  the generation being read (zero while on the live log),
      *  the byte offset of the next unsent line, and the inode of
      *  the file it belongs to - rewritten through a work copy
      *  and an atomic rename after every line the collector
      *  accepts, so a restart neither repeats nor skips a line.
      *  The nightly gcobol-audit-rotate cutover renames the live
      *  log to a dated generation: the cursor follows the inode
      *  into that generation, drains what is left of it, and
      *  only then starts the fresh live log at offset zero.  A
      *  line still being appended (no newline yet) waits for the
      *  next pass.
      *
      *  While the collector is down nothing is lost: the audit
      *  log generations themselves are the queue and the cursor
      *  simply stops.  Once the oldest unsent line is older than
      *  AUDIT-FWD-MAX-AGE minutes a SIEM-LAG warning goes out
      *  through CBL_RAISE_ALERT - once per outage, armed again
      *  when forwarding catches up.  A generation the cursor
      *  still needed that has vanished from disk is a critical
      *  SIEM-GAP alert; forwarding resumes with the live log.
      *
      *  The forwarder itself never writes an audit line per
      *  message - that would feed its own tail - only one summary
      *  line at shutdown.  It runs until the stop file appears
      *  (AUDIT-FWD-STOP), or for a single pass when
      *  AUDIT-FWD-ONCE is Y.
      *
      *  Settings: AUDIT-SIEM-HOST (required), AUDIT-SIEM-PORT
      *  (514), AUDIT-SIEM-HOSTNAME (the HOSTNAME field, - when
      *  unset), AUDIT-SIEM-SDID, AUDIT-FWD-CURSOR, AUDIT-FWD-STOP,
      *  AUDIT-FWD-POLL-SECS (5) and AUDIT-FWD-MAX-AGE (15).
        COPY posix-errno.
        COPY posix-open.
        COPY posix-lseek.
        COPY posix-read.
        COPY posix-write.
        COPY posix-close.
        COPY posix-socket.
        COPY posix-connect.
        COPY posix-stat.
        COPY posix-rename.
        COPY posix-unlink.
        COPY posix-opendir.
        COPY posix-readdir.
        COPY posix-closedir.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mktime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-siem-forward.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-errno
           FUNCTION posix-open
           FUNCTION posix-lseek
           FUNCTION posix-read
           FUNCTION posix-write
           FUNCTION posix-close
           FUNCTION posix-socket
           FUNCTION posix-connect
           FUNCTION posix-stat
           FUNCTION posix-rename
           FUNCTION posix-unlink
           FUNCTION posix-readdir
           FUNCTION posix-closedir
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-mktime.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURSOR-FILE ASSIGN TO Cursor-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cursor-Status.
           SELECT CURSOR-NEW-FILE ASSIGN TO Cursor-New-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cursor-Status.

       >>Define Constant AUDIT-LOG-PATH as "/tmp/gcobol-audit.log"
       >>Define Constant AUDIT-LOG-DIR as "/tmp"
       >>Define Constant AUDIT-FWD-CURSOR as "/tmp/gcobol-siem.cur"
       >>Define Constant AUDIT-FWD-STOP as "/tmp/gcobol-siem.stop"
      * syslog over TCP, and the structured-data id the SIEM team
      * registered for audit lines (private enterprise number form).
       >>Define Constant SIEM-DEFAULT-PORT as 514
       >>Define Constant SIEM-DEFAULT-SDID as "gcobolAudit@32473"
       >>Define Constant FWD-POLL-SECS as 5
       >>Define Constant FWD-MAX-AGE-MINUTES as 15

       DATA DIVISION.
       FILE SECTION.
       FD  CURSOR-FILE.
       01  CURSOR-RECORD         PIC X(52).
       FD  CURSOR-NEW-FILE.
       01  CURSOR-NEW-RECORD     PIC X(52).

       WORKING-STORAGE SECTION.
        77 Live-Log-Path       PIC X(100).
        77 Audit-Dir           PIC X(100) VALUE AUDIT-LOG-DIR.
        77 Base-Name           PIC X(100).
        77 Base-Len            BINARY-LONG.
        77 Path-Idx            BINARY-LONG.
        77 Last-Slash          BINARY-LONG.
        77 Cursor-Path         PIC X(100).
        77 Cursor-New-Path     PIC X(104).
        77 Cursor-Status       PIC X(02).
        77 Stop-Path           PIC X(100).
        77 Current-Path        PIC X(120).
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Setting-Number      BINARY-LONG.
        77 Siem-Host           PIC X(100).
        77 Siem-Port           BINARY-LONG.
        77 Siem-Hostname       PIC X(64).
        77 Siem-Sd-Id          PIC X(32).
        77 Poll-Secs           BINARY-DOUBLE.
        77 Zero-Nanos          BINARY-DOUBLE VALUE ZERO.
        77 Max-Age-Minutes     BINARY-LONG.
        77 Run-Once            PIC X(01).
        77 status-code         BINARY-LONG SIGNED.
        77 Err-Msg             PIC X(100).

      * Where forwarding has got to.
        77 Cursor-Generation   PIC 9(08) VALUE ZERO.
        77 Cursor-Offset       BINARY-DOUBLE VALUE ZERO.
        77 Cursor-Inode        BINARY-DOUBLE VALUE ZERO.
        77 Cursor-Saved-Date   PIC 9(08) VALUE ZERO.
        01 Cursor-Image.
           05 Cur-Generation   PIC 9(08).
           05 Cur-Offset       PIC 9(18).
           05 Cur-Inode        PIC 9(18).
           05 Cur-Saved-Date   PIC 9(08).

      * Reading the trail.
        77 Log-Fd              BINARY-LONG.
        77 Seek-Result         BINARY-DOUBLE.
        77 Bytes-Read          BINARY-LONG.
        77 Read-Buffer         PIC X(32768).
        77 Line-Start          BINARY-LONG.
        77 Line-End            BINARY-LONG.
        77 Line-Len            BINARY-LONG.
        77 Advance-By          BINARY-LONG.
        77 Scan-Idx            BINARY-LONG.
        77 Lines-This-Buffer   BINARY-LONG.
        77 Line-Text           PIC X(1024).
        77 Line-Shown          BINARY-LONG.
        77 Pass-Done           PIC X(01).
        77 No-Line-End         PIC X(01).
        77 Stop-Requested      PIC X(01) VALUE 'N'.

      * Locating generations after a cutover.
        77 Scan-Mode           PIC X(01).
           88 Scan-For-Inode   VALUE 'I'.
           88 Scan-For-Next    VALUE 'N'.
        77 Scan-After-Date     PIC 9(08).
        77 Scan-Found-Date     PIC 9(08).
        77 Entry-Date          PIC 9(08).
        77 Dir-Handle          Usage Pointer.
        77 readdir-status      BINARY-LONG.
        77 More-Entries        PIC X(01) VALUE 'Y'.
           88 No-More-Entries  VALUE 'N'.
        77 Entry-Name          PIC X(256).
        77 Full-Path           PIC X(356).
        01 Dir-Entry.
           COPY dirent.
        01 File-Stat.
           COPY statbuf.
        01 Entry-Stat.
           COPY statbuf.

      * The collector connection.
        77 Sock-Fd             BINARY-LONG VALUE -1.
        01 AF-INET-DOMAIN      BINARY-LONG VALUE 2.
        01 SOCK-STREAM-TYPE    BINARY-LONG VALUE 1.
        77 Bytes-Written       BINARY-LONG.
        77 Collector-Down-Shown PIC X(01) VALUE 'N'.

      * One syslog message.
        77 Ln-Date             PIC X(10).
        77 Ln-Time             PIC X(08).
        77 Ln-Routine          PIC X(48).
        77 Rc-Value            PIC X(12).
        77 Run-Value           PIC X(40).
        77 Hash-Value          PIC X(10).
        77 Token-Start         BINARY-LONG.
        77 Token-Len           BINARY-LONG.
        77 Found-At            BINARY-LONG.
        77 Tag-Text            PIC X(06).
        77 Tag-Len             BINARY-LONG.
        77 Pri-Value           BINARY-LONG.
        77 Pri-Edited          PIC ZZ9.
        77 Rfc-Timestamp       PIC X(25).
        77 Line-Epoch          BINARY-LONG.
        77 Gmt-Minutes         BINARY-LONG.
        77 Gmt-Hours-Edited    PIC 9(02).
        77 Gmt-Mins-Edited     PIC 9(02).
        77 Gmt-Sign            PIC X(01).
        77 Gen-Text            PIC X(08).
        77 Offset-Edited       PIC Z(17)9.
        77 Syslog-Message      PIC X(1400).
        77 Message-Ptr         BINARY-LONG.
        77 Message-Len         BINARY-LONG.
        77 Length-Edited       PIC Z(7)9.
        77 Frame-Buffer        PIC X(1410).
        77 Frame-Len           BINARY-LONG.
        01 Line-Tm.
           COPY tm.

      * Backlog watch.
        77 Now-Epoch           BINARY-LONG.
        77 Today-Date          PIC 9(08).
        77 Backlog-Minutes     BINARY-LONG.
        77 Minutes-Edited      PIC Z(8)9.
        77 Lag-Alerted         PIC X(01) VALUE 'N'.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.

        77 Lines-Sent          BINARY-LONG VALUE ZERO.
        77 Count-Edited        PIC Z(8)9.
        77 Passes-Run          BINARY-LONG VALUE ZERO.
        77 Alert-Severity      PIC X(01).
        77 Alert-Code          PIC X(08).
        77 Alert-Text          PIC X(200).
        77 Alert-Status        BINARY-LONG SIGNED.
        77 Audit-Args          PIC X(200).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Footer-Status       BINARY-LONG SIGNED.
        77 Heartbeat-Status    BINARY-LONG SIGNED.
        77 Sleep-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-siem-forward'
                returning status-code.

           Perform 0100-READ-THE-SETTINGS.
           Perform 0200-FIND-THE-TRAIL.
           Perform 0300-LOAD-THE-CURSOR.

      *    A stop file left over from the last shutdown must not end
      *    this run before it starts.
           Move Function posix-unlink(Stop-Path) to status-code.

           Perform 1000-ONE-PASS-AND-WAIT
               Until Stop-Requested = 'Y'.

           If Sock-Fd Not < ZERO
              Move Function posix-close(Sock-Fd) to status-code
           End-If.

           Move Lines-Sent to Count-Edited.
           Move Cursor-Offset to Offset-Edited.
           Move Spaces to Audit-Args.
           String 'forwarded ' Function Trim(Count-Edited)
                  ' line(s) to ' Function Trim(Siem-Host)
                  ' cursor=' Cursor-Generation '/'
                  Function Trim(Offset-Edited)
                  Delimited By Size Into Audit-Args.
           Display Function Trim(Audit-Args).
           Call "CBL_AUDIT_LOG" using "gcobol-siem-forward",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.
           Call "CBL_RUN_FOOTER" using 'gcobol-siem-forward'
                by value 0, Passes-Run, Lines-Sent
                returning Footer-Status.
           Stop Run.

       0100-READ-THE-SETTINGS.

           Move 'AUDIT-LOG-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        AUDIT-LOG-PATH
                      returning Config-Status.
           Move Config-Value to Live-Log-Path.

           Move 'AUDIT-SIEM-HOST' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value, ' '
                      returning Config-Status.
           Move Config-Value to Siem-Host.
           If Siem-Host = Spaces
              Display '*** AUDIT-SIEM-HOST is not set - '
                      'nowhere to forward the audit trail'
              Call "CBL_RUN_FOOTER" using 'gcobol-siem-forward'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Move 'AUDIT-SIEM-PORT' to Config-Key.
           Move SIEM-DEFAULT-PORT to Setting-Number.
           Perform 0150-NUMBER-SETTING.
           Move Setting-Number to Siem-Port.

           Move 'AUDIT-SIEM-HOSTNAME' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value, '-'
                      returning Config-Status.
           Move Config-Value to Siem-Hostname.
           Move 'AUDIT-SIEM-SDID' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        SIEM-DEFAULT-SDID
                      returning Config-Status.
           Move Config-Value to Siem-Sd-Id.

           Move 'AUDIT-FWD-CURSOR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        AUDIT-FWD-CURSOR
                      returning Config-Status.
           Move Config-Value to Cursor-Path.
           Move Spaces to Cursor-New-Path.
           String Function Trim(Cursor-Path) '.new'
                  Delimited By Size Into Cursor-New-Path.
           Move 'AUDIT-FWD-STOP' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        AUDIT-FWD-STOP
                      returning Config-Status.
           Move Config-Value to Stop-Path.

           Move 'AUDIT-FWD-POLL-SECS' to Config-Key.
           Move FWD-POLL-SECS to Setting-Number.
           Perform 0150-NUMBER-SETTING.
           Move Setting-Number to Poll-Secs.
           Move 'AUDIT-FWD-MAX-AGE' to Config-Key.
           Move FWD-MAX-AGE-MINUTES to Setting-Number.
           Perform 0150-NUMBER-SETTING.
           Move Setting-Number to Max-Age-Minutes.

           Move 'AUDIT-FWD-ONCE' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value, 'N'
                      returning Config-Status.
           Move Config-Value to Run-Once.

      *    A whole-number setting; anything else keeps the default
      *    already in Setting-Number.
       0150-NUMBER-SETTING.

           Call "CBL_CONFIG_GET" using Config-Key, Config-Value, ' '
                      returning Config-Status.
           If Config-Value = Spaces
              Exit Paragraph
           End-If.
           If Function Trim(Config-Value) Numeric
              Move Function Numval(Config-Value) to Setting-Number
           Else
              Display Function Trim(Config-Key) ' '
                      Function Trim(Config-Value)
                      ' is not a whole number - default used'
           End-If.

      *    Generations are matched by the live log's own name in the
      *    live log's own directory, exactly as the cutover names
      *    them.
       0200-FIND-THE-TRAIL.

           Move ZERO to Last-Slash.
           Perform 0210-FIND-ONE-SLASH
               Varying Path-Idx From 1 By 1
               Until Path-Idx > 100.
           If Last-Slash > 1
              Move Spaces to Audit-Dir
              Move Live-Log-Path(1:Last-Slash - 1) to Audit-Dir
           End-If.
           Move Spaces to Base-Name.
           Move Live-Log-Path(Last-Slash + 1:) to Base-Name.
           Move Function Length(Function Trim(Base-Name))
             to Base-Len.

       0210-FIND-ONE-SLASH.

           If Live-Log-Path(Path-Idx:1) = '/'
              Move Path-Idx to Last-Slash
           End-If.

       0300-LOAD-THE-CURSOR.

           Open Input CURSOR-FILE.
           If Cursor-Status Not = '00'
              Display 'No forwarding cursor - starting at the head '
                      'of ' Function Trim(Live-Log-Path)
              Exit Paragraph
           End-If.
           Move Spaces to Cursor-Image.
           Read CURSOR-FILE into Cursor-Image
               At End Continue
           End-Read.
           Close CURSOR-FILE.
           If Cursor-Image Not Numeric
              Display '*** Forwarding cursor '
                      Function Trim(Cursor-Path)
                      ' is unreadable - starting at the head of '
                      Function Trim(Live-Log-Path)
              Exit Paragraph
           End-If.
           Move Cur-Generation to Cursor-Generation.
           Move Cur-Offset to Cursor-Offset.
           Move Cur-Inode to Cursor-Inode.
           Move Cur-Saved-Date to Cursor-Saved-Date.
           Move Cursor-Offset to Offset-Edited.
           Display 'Resuming at generation ' Cursor-Generation
                   ' offset ' Function Trim(Offset-Edited).

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  One pass: forward everything complete in the trail, then
      *  either stop or sleep until the next poll.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       1000-ONE-PASS-AND-WAIT.

           Add 1 to Passes-Run.
           Perform 1100-NOTE-THE-TIME.
           Move 'N' to Pass-Done.
           Move 'N' to Collector-Down-Shown.
           Perform 2000-PLACE-THE-CURSOR.
           Perform 3000-DRAIN-CURRENT-FILE
               Until Pass-Done = 'Y'.

           Call "CBL_HEARTBEAT" using 'gcobol-siem-forward',
                by value Lines-Sent
                returning Heartbeat-Status.

           If Run-Once = 'Y'
              Move 'Y' to Stop-Requested
              Exit Paragraph
           End-If.
           Move Function posix-stat(Stop-Path, File-Stat)
             to status-code.
           If status-code = ZERO
              Display 'Stop file found - forwarder shutting down'
              Move Function posix-unlink(Stop-Path) to status-code
              Move 'Y' to Stop-Requested
              Exit Paragraph
           End-If.
           Call "CBL_SLEEP" using Poll-Secs, Zero-Nanos
                           returning Sleep-Status.

       1100-NOTE-THE-TIME.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Now-Epoch.
           Move Function posix-localtime(Now-Epoch, Now-Tm)
             to status-code.
           Compute Today-Date =
                   (tm_year of Now-Tm + 1900) * 10000
                 + (tm_mon  of Now-Tm + 1)    * 100
                 +  tm_mday of Now-Tm.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Make sure the cursor still points at the file it was
      *  reading.  On the live log that means the same inode; once
      *  the cutover has renamed it away, the cursor follows the
      *  inode into the dated generation.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2000-PLACE-THE-CURSOR.

           Perform 2900-SET-CURRENT-PATH.
           Move Function posix-stat(Current-Path, File-Stat)
             to status-code.

           If Cursor-Generation Not = ZERO
              If status-code Not = ZERO
                 Perform 2700-REPORT-THE-GAP
                 Perform 2800-STEP-TO-NEXT-FILE
              End-If
              Exit Paragraph
           End-If.

           If status-code = ZERO
              If Cursor-Inode = ZERO
                 Move st_ino of File-Stat to Cursor-Inode
                 Perform 6000-SAVE-THE-CURSOR
                 Exit Paragraph
              End-If
              If st_ino of File-Stat = Cursor-Inode
                 Exit Paragraph
              End-If
           End-If.

      *    The live log the cursor was in has been cut over.
           Set Scan-For-Inode to True.
           Perform 2500-SCAN-THE-GENERATIONS.
           If Scan-Found-Date Not = ZERO
              Move Scan-Found-Date to Cursor-Generation
              Display 'Live log cut over - finishing generation '
                      Cursor-Generation
              Perform 2900-SET-CURRENT-PATH
              Perform 6000-SAVE-THE-CURSOR
              Exit Paragraph
           End-If.

      *    Mid-cutover the live log can be briefly absent; try
      *    again next pass rather than call it a gap.
           If status-code Not = ZERO
              Move Spaces to Current-Path
              Exit Paragraph
           End-If.

           Perform 2700-REPORT-THE-GAP.
           Move ZERO to Cursor-Offset.
           Move st_ino of File-Stat to Cursor-Inode.
           Perform 6000-SAVE-THE-CURSOR.

      *    Scan-For-Inode: the dated generation that is the file the
      *    cursor was reading.  Scan-For-Next: the oldest dated
      *    generation after Scan-After-Date.
       2500-SCAN-THE-GENERATIONS.

           Move ZERO to Scan-Found-Date.
           Call "posix-opendir" using Audit-Dir
                returning Dir-Handle.
           If Dir-Handle = NULL
              Display '*** Cannot open ' Function Trim(Audit-Dir)
              Exit Paragraph
           End-If.

           Move 'Y' to More-Entries.
           Perform 2600-LOOK-AT-ONE-ENTRY
               Until No-More-Entries.

           Move Function posix-closedir(Dir-Handle) to status-code.

       2600-LOOK-AT-ONE-ENTRY.

           Move Function posix-readdir(Dir-Handle, Dir-Entry)
             to readdir-status.
           If readdir-status Not = ZERO
              Move 'N' to More-Entries
              Exit Paragraph
           End-If.

      *    d_name arrives NUL-terminated; keep only the name.
           Move Spaces to Entry-Name.
           Unstring d_name of Dir-Entry
               Delimited By Low-Value
               Into Entry-Name.
      *    Only a dated generation: <live log name>.YYYYMMDD
           If Entry-Name(1:Base-Len) Not = Base-Name(1:Base-Len)
              Or Entry-Name(Base-Len + 1:1) Not = '.'
              Or Entry-Name(Base-Len + 2:8) Not Numeric
              Or Entry-Name(Base-Len + 10:1) Not = Space
              Exit Paragraph
           End-If.
           Move Entry-Name(Base-Len + 2:8) to Entry-Date.

           If Scan-For-Next
              If Entry-Date > Scan-After-Date
                 And (Scan-Found-Date = ZERO
                      Or Entry-Date < Scan-Found-Date)
                 Move Entry-Date to Scan-Found-Date
              End-If
              Exit Paragraph
           End-If.

           Move Spaces to Full-Path.
           String Function Trim(Audit-Dir) '/'
                  Function Trim(Entry-Name)
                  Delimited By Size
             Into Full-Path.
           Move Function posix-stat(Full-Path, Entry-Stat)
             to status-code.
           If status-code = ZERO
              And st_ino of Entry-Stat = Cursor-Inode
              Move Entry-Date to Scan-Found-Date
           End-If.

       2700-REPORT-THE-GAP.

           Move Cursor-Offset to Offset-Edited.
           Move Spaces to Alert-Text.
           If Cursor-Generation = ZERO
              String 'audit log forwarded up to offset '
                     Function Trim(Offset-Edited)
                     ' is no longer on disk - lines after it may '
                     'be missing from the SIEM; resuming with the '
                     'live log'
                     Delimited By Size Into Alert-Text
           Else
              String 'audit generation ' Cursor-Generation
                     ' is no longer on disk at offset '
                     Function Trim(Offset-Edited)
                     ' - lines after it may be missing from the SIEM'
                     Delimited By Size Into Alert-Text
           End-If.
           Move 'C' to Alert-Severity.
           Move 'SIEM-GAP' to Alert-Code.
           Display '*** ' Function Trim(Alert-Text).
           Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                        Alert-Text
                      returning Alert-Status.

      *    The generation being read is finished (or gone): move to
      *    the next dated generation, else to the head of the live
      *    log.
       2800-STEP-TO-NEXT-FILE.

           Set Scan-For-Next to True.
           Move Cursor-Generation to Scan-After-Date.
           Perform 2500-SCAN-THE-GENERATIONS.
           Move Scan-Found-Date to Cursor-Generation.
           Move ZERO to Cursor-Offset.
           Perform 2900-SET-CURRENT-PATH.
           Move Function posix-stat(Current-Path, File-Stat)
             to status-code.
           If status-code = ZERO
              Move st_ino of File-Stat to Cursor-Inode
           Else
              Move ZERO to Cursor-Inode
           End-If.
           Perform 6000-SAVE-THE-CURSOR.

       2900-SET-CURRENT-PATH.

           Move Spaces to Current-Path.
           If Cursor-Generation = ZERO
              Move Live-Log-Path to Current-Path
           Else
              String Function Trim(Live-Log-Path) '.'
                     Cursor-Generation
                     Delimited By Size Into Current-Path
           End-If.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Read from the cursor onward and forward each complete line.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       3000-DRAIN-CURRENT-FILE.

           If Current-Path = Spaces
              Move 'Y' to Pass-Done
              Exit Paragraph
           End-If.

           Move Function posix-open(Current-Path, 0, 0) to Log-Fd.
           If Log-Fd < ZERO
              Move 'Y' to Pass-Done
              Exit Paragraph
           End-If.
           Move Function posix-lseek(Log-Fd, Cursor-Offset, 2)
             to Seek-Result.
           Move Function posix-read(Log-Fd, Read-Buffer,
                                    Length of Read-Buffer)
             to Bytes-Read.
           Move Function posix-close(Log-Fd) to status-code.

           If Bytes-Read Not > ZERO
              If Cursor-Generation = ZERO
      *          Caught up with the live log.
                 Move 'N' to Lag-Alerted
                 Move 'Y' to Pass-Done
              Else
                 Perform 2800-STEP-TO-NEXT-FILE
              End-If
              Exit Paragraph
           End-If.

           Move 1 to Line-Start.
           Move ZERO to Lines-This-Buffer.
           Move 'N' to No-Line-End.
           Perform 3100-TAKE-ONE-LINE
               Until Line-Start > Bytes-Read
                  Or No-Line-End = 'Y'
                  Or Pass-Done = 'Y'.

      *    Only an unfinished line left on the live log: it goes
      *    out on a later pass, once its writer has ended it.
           If No-Line-End = 'Y' And Lines-This-Buffer = ZERO
              Move 'Y' to Pass-Done
           End-If.

       3100-TAKE-ONE-LINE.

           Move ZERO to Line-End.
           Perform 3110-LOOK-FOR-LINE-END
               Varying Scan-Idx From Line-Start By 1
               Until Scan-Idx > Bytes-Read
                  Or Line-End Not = ZERO.

           If Line-End = ZERO
      *       A dated generation is finished, so its last line is
      *       whole even unterminated; so is a line too long for
      *       the buffer.  On the live log it is still being
      *       written.
              If Cursor-Generation Not = ZERO
                 Or (Line-Start = 1
                     And Bytes-Read = Length of Read-Buffer)
                 Compute Line-Len = Bytes-Read - Line-Start + 1
                 Move Line-Len to Advance-By
              Else
                 Move 'Y' to No-Line-End
                 Exit Paragraph
              End-If
           Else
              Compute Line-Len = Line-End - Line-Start
              Compute Advance-By = Line-Len + 1
           End-If.

           If Line-Len > ZERO
              Move Spaces to Line-Text
              If Line-Len > Length of Line-Text
                 Move Length of Line-Text to Line-Shown
              Else
                 Move Line-Len to Line-Shown
              End-If
              Move Read-Buffer(Line-Start:Line-Shown) to Line-Text
              Perform 4000-FORWARD-ONE-LINE
              If Pass-Done = 'Y'
                 Exit Paragraph
              End-If
           End-If.

           Add Advance-By to Cursor-Offset.
           Add Advance-By to Line-Start.
           Add 1 to Lines-This-Buffer.
           Perform 6000-SAVE-THE-CURSOR.

       3110-LOOK-FOR-LINE-END.

           If Read-Buffer(Scan-Idx:1) = X'0A'
              Move Scan-Idx to Line-End
           End-If.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Send the line in Line-Text.  Any failure leaves the cursor
      *  on this line and ends the pass; the line goes again when
      *  the collector is back.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       4000-FORWARD-ONE-LINE.

           Perform 4100-PICK-APART-THE-LINE.

           If Sock-Fd < ZERO
              Perform 4500-CONNECT-TO-COLLECTOR
           End-If.
           If Sock-Fd < ZERO
              Perform 4800-CHECK-THE-BACKLOG
              Move 'Y' to Pass-Done
              Exit Paragraph
           End-If.

           Perform 4300-BUILD-THE-MESSAGE.
           Move Function posix-write(Sock-Fd, Frame-Buffer,
                                     Frame-Len)
             to Bytes-Written.
           If Bytes-Written Not = Frame-Len
              Display '*** Write to collector '
                      Function Trim(Siem-Host)
                      ' failed - errno '
                      Function posix-errno(Err-Msg) ': ' Err-Msg
              Move Function posix-close(Sock-Fd) to status-code
              Move -1 to Sock-Fd
              Perform 4800-CHECK-THE-BACKLOG
              Move 'Y' to Pass-Done
              Exit Paragraph
           End-If.
           Add 1 to Lines-Sent.

      *    YYYY-MM-DD HH:MM:SS routine args rc=N[ run=ID] h=HASH
       4100-PICK-APART-THE-LINE.

           Move Spaces to Ln-Date Ln-Time Ln-Routine.
           Unstring Line-Text Delimited By All Space
               Into Ln-Date Ln-Time Ln-Routine.

           Move ' rc=' to Tag-Text.
           Move 4 to Tag-Len.
           Perform 4150-FIND-LAST-TAG.
           Move Spaces to Rc-Value.
           If Found-At > ZERO
              Unstring Line-Text(Found-At + Tag-Len:)
                  Delimited By Space Into Rc-Value
           End-If.
           Move ' run=' to Tag-Text.
           Move 5 to Tag-Len.
           Perform 4150-FIND-LAST-TAG.
           Move Spaces to Run-Value.
           If Found-At > ZERO
              Unstring Line-Text(Found-At + Tag-Len:)
                  Delimited By Space Into Run-Value
           End-If.
           Move ' h=' to Tag-Text.
           Move 3 to Tag-Len.
           Perform 4150-FIND-LAST-TAG.
           Move Spaces to Hash-Value.
           If Found-At > ZERO
              Unstring Line-Text(Found-At + Tag-Len:)
                  Delimited By Space Into Hash-Value
           End-If.

           Perform 4200-LINE-TIMESTAMP.

      *    The trailer follows the free-form args, so the last
      *    occurrence of a tag is the real one.
       4150-FIND-LAST-TAG.

           Move ZERO to Found-At.
           Compute Token-Start = Line-Shown - Tag-Len + 1.
           Perform 4160-TRY-ONE-POSITION
               Until Token-Start < 1
                  Or Found-At > ZERO.

       4160-TRY-ONE-POSITION.

           If Line-Text(Token-Start:Tag-Len) = Tag-Text(1:Tag-Len)
              Move Token-Start to Found-At
           Else
              Subtract 1 from Token-Start
           End-If.

      *    The line's local wall-clock time, with the UTC offset in
      *    force at that moment, as RFC 3339 wants it.
       4200-LINE-TIMESTAMP.

           Move '-' to Rfc-Timestamp.
           Move ZERO to Line-Epoch.
           If Ln-Date(1:4) Not Numeric Or Ln-Date(5:1) Not = '-'
              Or Ln-Date(6:2) Not Numeric
              Or Ln-Date(9:2) Not Numeric
              Or Ln-Time(1:2) Not Numeric
              Or Ln-Time(4:2) Not Numeric
              Or Ln-Time(7:2) Not Numeric
              Exit Paragraph
           End-If.

           Initialize Line-Tm.
           Compute tm_year of Line-Tm =
                   Function Numval(Ln-Date(1:4)) - 1900.
           Compute tm_mon of Line-Tm =
                   Function Numval(Ln-Date(6:2)) - 1.
           Move Ln-Date(9:2) to tm_mday of Line-Tm.
           Move Ln-Time(1:2) to tm_hour of Line-Tm.
           Move Ln-Time(4:2) to tm_min of Line-Tm.
           Move Ln-Time(7:2) to tm_sec of Line-Tm.
           Move -1 to tm_isdst of Line-Tm.
           Move Function posix-mktime(Line-Tm) to Line-Epoch.
           Move Function posix-localtime(Line-Epoch, Line-Tm)
             to status-code.

           Compute Gmt-Minutes = tm_gmtoff of Line-Tm / 60.
           If Gmt-Minutes < ZERO
              Move '-' to Gmt-Sign
              Compute Gmt-Minutes = ZERO - Gmt-Minutes
           Else
              Move '+' to Gmt-Sign
           End-If.
           Compute Gmt-Hours-Edited = Gmt-Minutes / 60.
           Compute Gmt-Mins-Edited = Function Mod(Gmt-Minutes, 60).
           Move Spaces to Rfc-Timestamp.
           String Ln-Date 'T' Ln-Time Gmt-Sign Gmt-Hours-Edited ':'
                  Gmt-Mins-Edited
                  Delimited By Size Into Rfc-Timestamp.

      *    <PRI>1 TIMESTAMP HOSTNAME APP-NAME PROCID MSGID [SD] MSG
      *    facility 13 (log audit); informational when the call
      *    came back clean, warning when it did not.
       4300-BUILD-THE-MESSAGE.

           If Rc-Value = '0'
              Compute Pri-Value = 13 * 8 + 6
           Else
              Compute Pri-Value = 13 * 8 + 4
           End-If.
           Move Pri-Value to Pri-Edited.
           If Ln-Routine = Spaces
              Move '-' to Ln-Routine
           End-If.
           If Run-Value = Spaces
              Move '-' to Run-Value
           End-If.
           If Cursor-Generation = ZERO
              Move 'live' to Gen-Text
           Else
              Move Cursor-Generation to Gen-Text
           End-If.
           Move Cursor-Offset to Offset-Edited.

           Move Spaces to Syslog-Message.
           Move 1 to Message-Ptr.
           String '<' Function Trim(Pri-Edited) '>1 '
                  Function Trim(Rfc-Timestamp) ' '
                  Function Trim(Siem-Hostname) ' '
                  Function Trim(Ln-Routine) ' '
                  Function Trim(Run-Value) ' AUDIT ['
                  Function Trim(Siem-Sd-Id)
                  ' gen="' Function Trim(Gen-Text)
                  '" off="' Function Trim(Offset-Edited) '"'
                  Delimited By Size
             Into Syslog-Message With Pointer Message-Ptr.
           If Hash-Value Not = Spaces
              String ' h="' Function Trim(Hash-Value) '"'
                     Delimited By Size
                Into Syslog-Message With Pointer Message-Ptr
           End-If.
           If Rc-Value Not = Spaces
              String ' rc="' Function Trim(Rc-Value) '"'
                     Delimited By Size
                Into Syslog-Message With Pointer Message-Ptr
           End-If.
           String '] ' Line-Text(1:Line-Shown)
                  Delimited By Size
             Into Syslog-Message With Pointer Message-Ptr.
           Compute Message-Len = Message-Ptr - 1.

      *    Octet counting: the frame is the length, a space, and
      *    the message.
           Move Message-Len to Length-Edited.
           Move Spaces to Frame-Buffer.
           Move 1 to Frame-Len.
           String Function Trim(Length-Edited) ' '
                  Syslog-Message(1:Message-Len)
                  Delimited By Size
             Into Frame-Buffer With Pointer Frame-Len.
           Subtract 1 from Frame-Len.

       4500-CONNECT-TO-COLLECTOR.

           Move Function posix-socket(AF-INET-DOMAIN,
                                       SOCK-STREAM-TYPE, 0)
             to Sock-Fd.
           If Sock-Fd < ZERO
              Exit Paragraph
           End-If.
           Move Function posix-connect(Sock-Fd, Siem-Host, Siem-Port)
             to status-code.
           If status-code < ZERO
              If Collector-Down-Shown = 'N'
                 Move Siem-Port to Count-Edited
                 Display 'Collector ' Function Trim(Siem-Host) ':'
                         Function Trim(Count-Edited)
                         ' unreachable - lines queue in the trail'
                 Move 'Y' to Collector-Down-Shown
              End-If
              Move Function posix-close(Sock-Fd) to status-code
              Move -1 to Sock-Fd
           End-If.

      *    The line that could not go is the oldest unsent one; its
      *    age is how far behind the SIEM is.
       4800-CHECK-THE-BACKLOG.

           If Line-Epoch = ZERO Or Lag-Alerted = 'Y'
              Exit Paragraph
           End-If.
           Compute Backlog-Minutes = (Now-Epoch - Line-Epoch) / 60.
           If Backlog-Minutes Not > Max-Age-Minutes
              Exit Paragraph
           End-If.

           Move Backlog-Minutes to Minutes-Edited.
           Move Siem-Port to Count-Edited.
           Move Spaces to Alert-Text.
           String 'audit forwarding to ' Function Trim(Siem-Host)
                  ':' Function Trim(Count-Edited) ' is '
                  Function Trim(Minutes-Edited)
                  ' minute(s) behind - oldest unsent line '
                  Ln-Date ' ' Ln-Time
                  Delimited By Size Into Alert-Text.
           Move 'W' to Alert-Severity.
           Move 'SIEM-LAG' to Alert-Code.
           Display '*** ' Function Trim(Alert-Text).
           Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                        Alert-Text
                      returning Alert-Status.
           Move 'Y' to Lag-Alerted.

      *    Work copy then rename, so a crash leaves either the old
      *    cursor or the new one, never half of each.
       6000-SAVE-THE-CURSOR.

           Move Today-Date to Cursor-Saved-Date.
           Move Cursor-Generation to Cur-Generation.
           Move Cursor-Offset to Cur-Offset.
           Move Cursor-Inode to Cur-Inode.
           Move Cursor-Saved-Date to Cur-Saved-Date.
           Open Output CURSOR-NEW-FILE.
           If Cursor-Status Not = '00'
              Display '*** Cannot write forwarding cursor '
                      Function Trim(Cursor-New-Path)
              Call "CBL_RUN_FOOTER" using 'gcobol-siem-forward'
                   by value 1, Passes-Run, Lines-Sent
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Write CURSOR-NEW-RECORD from Cursor-Image.
           Close CURSOR-NEW-FILE.
           Move Function posix-rename(Cursor-New-Path, Cursor-Path)
             to status-code.
