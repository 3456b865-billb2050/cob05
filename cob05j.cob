       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob05j.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Nightly job-stream driver.  Runs the night's programs in
      * order - cob05 on the vendor list, cob05r on customer.rej,
      * cob05 again on the RECYCLE feed, cob05b to balance, cob05m
      * to audit the master, or whatever the site lists - from a
      * site-maintained step table (COB05J_STEPS, default
      * customer.jobs):
      *
      *   * comment
      *   STEP  name  max-rc  program [arguments]
      *   ENV   NAME=value
      *
      * A STEP line names the step (up to 10 characters), the
      * highest return code it may end with and still let the
      * stream go on, and the command that runs it.  The ENV lines
      * after it are that step's environment settings, set just
      * before the step runs and cleared after it, so one step's
      * file names never leak into the next.
      *
      * A step that ends above its limit stops the stream: the
      * remaining steps are skipped, not run.  Every step's start
      * and end time and return code go on the job log
      * (COB05J_LOGFILE, default customer.joblog, always extended),
      * and the driver keeps its place in a state file
      * (COB05J_STATEFILE, default customer.jobst).  The next run
      * after a failure - or after the driver itself died mid-step
      * - picks up at the failed step; the steps that finished are
      * logged as done earlier and not repeated.  A cob05 step
      * resumed that way runs with COB05_RESTART=Y so it carries on
      * from its own checkpoint; a cob05 step started fresh runs
      * with COB05_RESTART=N and its checkpoint file (COB05_CKPTFILE
      * from the step's settings, else cob05's default) removed
      * first, so a later resume can never pick up a checkpoint
      * another cob05 step left behind.  COB05J_FRESH=Y ignores the
      * saved place and starts the stream from the top.
      *
      * The step table is read and checked in full before anything
      * runs; a malformed line, or a resume point the table no
      * longer matches, stops the job with nothing run.
      *
      * Return code: the highest step return code when the stream
      * finishes; the failed step's return code, at least 8, when a
      * step goes over its limit; 16 when the step table is missing
      * or malformed or the resume point does not match it.
      *
       Environment Division.
       Configuration Section.
       Input-Output Section.
       File-Control.
      *    Names are supplied at run time in Init (environment
      *    variables), defaulted to files in the current directory.
       Select StepTable Assign to Dynamic
           Steps-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Steps-File-Status.
      *    Permanent job log, always extended - one night's log must
      *    never erase another's.
       Select JobLog Assign to Dynamic
           Log-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Log-File-Status.
      *    One record: where the stream stands.  File Status tells a
      *    first run (no state yet) from a real open error.
       Select JobState Assign to Dynamic
           State-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is State-File-Status.
       Data Division.
       File Section.
       FD StepTable.
         01 Step-Line            pic x(250).

       FD JobLog.
         01 Log-Rec              pic x(200).

      *    RUNNING while a step is under way, FAILED when one went
      *    over its limit, COMPLETE when the stream finished.  The
      *    job date/time is the stream's first start, carried across
      *    a resume; the step is the one to resume at.
       FD JobState.
         01 State-Rec.
           05 JT-Status          pic x(8).
              88 JT-Running      value "RUNNING".
              88 JT-Failed       value "FAILED".
              88 JT-Complete     value "COMPLETE".
           05 Filler             pic x.
           05 JT-Job-Date        pic 9(8).
           05 Filler             pic x.
           05 JT-Job-Time        pic 9(8).
           05 Filler             pic x.
           05 JT-Step            pic 9(3).
           05 Filler             pic x.
           05 JT-Step-Name       pic x(10).

       Working-Storage Section.
         01 Misc.
           05 Eof-Switch Pic X
             Value "N".
           88 EOF     Value "Y".

      *    Run-time file names, defaulted so an unconfigured run
      *    works in the current directory.
         01 File-Names.
           05 Steps-File-Path     pic x(200)
             value "./customer.jobs".
           05 Log-File-Path       pic x(200)
             value "./customer.joblog".
           05 State-File-Path     pic x(200)
             value "./customer.jobst".
           05 Env-Value          pic x(200).
           05 Steps-File-Status  pic xx value "00".
           05 Log-File-Status    pic xx value "00".
           05 State-File-Status  pic xx value "00".

         01 Run-Options.
           05 Fresh-Switch       pic x value "N".
              88 Fresh-Start     value "Y".

      *    The step table as loaded.  Each step's settings are a run
      *    of Env-Entry slots starting at JS-Env-First.
         01 Step-Table.
           05 Step-Count         pic 9(3) value 0.
           05 Step-Entry OCCURS 20.
              10 JS-Name         pic x(10).
              10 JS-Max-Rc       pic 9(3).
              10 JS-Program      pic x(200).
              10 JS-Env-First    pic 9(3).
              10 JS-Env-Count    pic 9(3).
      *       A cob05 step takes part in checkpoint restart.
              10 JS-Cob05-Sw     pic x.
                 88 JS-Is-Cob05  value "Y".
         01 Env-Table.
           05 Env-Count          pic 9(3) value 0.
           05 Env-Entry OCCURS 200.
              10 JE-Name         pic x(40).
              10 JE-Value        pic x(200).

      *    Step-table parsing.
         01 Parse-Ws.
           05 Table-Ok-Switch    pic x value "Y".
              88 Table-Ok        value "Y" when set to false is "N".
           05 Table-Line-Num     pic 9(5) value 0.
           05 Table-Problem      pic x(60).
           05 Tok-Type           pic x(5).
           05 Tok-Name           pic x(11).
           05 Tok-Max            pic x(4).
           05 Tok-Max-Num        pic x(3) justified right.
           05 Tok-Ptr            pic S9(4) COMP value 1.
           05 Tok-Rest           pic x(250).
           05 Tok-Env-Name       pic x(41).
           05 Prog-Word          pic x(200).
           05 Slash-Pos          pic S9(4) COMP value 0.
           05 Char-Idx           pic S9(4) COMP value 0.

      *    The step now running and what became of it.
         01 Step-Run-Ws.
           05 Step-Cur           pic 9(3) value 0.
           05 Env-Cur            pic 9(3) value 0.
           05 Env-Last           pic 9(3) value 0.
           05 Resume-Step        pic 9(3) value 1.
           05 Resume-Switch      pic x value "N".
              88 Resuming        value "Y".
           05 Stop-Switch        pic x value "N".
              88 Stream-Stopped  value "Y".
           05 Abort-Switch       pic x value "N".
              88 Job-Aborted     value "Y".
           05 Job-Date-Ws        pic 9(8) value 0.
           05 Job-Time-Ws        pic 9(8) value 0.
           05 Step-Start-Date    pic 9(8).
           05 Step-Start-Time    pic 9(8).
           05 Step-End-Date      pic 9(8).
           05 Step-End-Time      pic 9(8).
           05 Step-Status        pic S9(9) COMP value 0.
           05 Step-Rc            pic 9(3) value 0.
           05 Step-Verdict       pic x(6).
           05 State-Status       pic x(8).
           05 Step-Note          pic x(10).
           05 Failed-Step        pic 9(3) value 0.
           05 Failed-Rc          pic 9(3) value 0.
           05 High-Rc            pic 9(3) value 0.
           05 Steps-Run-Count    pic S9(4) COMP value 0.
           05 Step-Command       pic x(201).
           05 Set-Env-Name       pic x(40).
           05 Set-Env-Value      pic x(200).
           05 Ckpt-Path          pic x(200).

      *    Start/end timestamps for the log.
         01 Run-Timestamps.
           05 Start-Date-Ws      pic 9(8).
           05 Start-Time-Ws      pic 9(8).
           05 End-Date-Ws        pic 9(8).
           05 End-Time-Ws        pic 9(8).

         01 Log-Rpt-Ws.
           05 Rpt-Step           pic 99.
           05 Rpt-Rc             pic 999.
           05 Rpt-Max            pic 999.
           05 Rpt-Steps          pic Z9.
           05 Rpt-Line-Num       pic ZZZZ9.

         01 Job-Return-Code      pic 9(4) value 0.

       PROCEDURE DIVISION.
         DISPLAY "Program Start!"
         Perform Init
         If not Job-Aborted
           Perform Run-One-Step
             Varying Step-Cur from 1 by 1 Until Step-Cur > Step-Count
         End-If
         Perform Finish
         Move Job-Return-Code to Return-Code
         STOP RUN.

      *----------------------------------------------------------------
      * Init - resolve run-time file names/switches, load and check
      * the step table, and settle where the stream starts.
      *----------------------------------------------------------------
       Init.
           Accept Env-Value from Environment "COB05J_STEPS"
           If Env-Value not = spaces
             Move Env-Value to Steps-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05J_LOGFILE"
           If Env-Value not = spaces
             Move Env-Value to Log-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05J_STATEFILE"
           If Env-Value not = spaces
             Move Env-Value to State-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05J_FRESH"
           If Env-Value not = spaces
             Move Env-Value(1:1) to Fresh-Switch
           End-If

           Accept Start-Date-Ws from Date YYYYMMDD
           Accept Start-Time-Ws from Time
           Move Start-Date-Ws to Job-Date-Ws
           Move Start-Time-Ws to Job-Time-Ws

           Open Extend JobLog
           If Log-File-Status not = "00"
             Open Output JobLog
           End-If
           Move spaces to Log-Rec
           String "JOB  START " Start-Date-Ws " " Start-Time-Ws
                  " table " delimited by size
                  Steps-File-Path delimited by space
                  into Log-Rec
           Write Log-Rec

           Perform Load-Step-Table
           If not Job-Aborted
             Perform Settle-Resume-Point
           End-If.

       Load-Step-Table.
           Open Input StepTable
           If Steps-File-Status not = "00"
             Set Job-Aborted to True
             Move spaces to Table-Problem
             String "step table could not be opened, status "
                    Steps-File-Status
                    delimited by size into Table-Problem
             Perform Log-Table-Problem
           Else
             Move "N" to Eof-Switch
             Perform Read-Step-Line Until EOF
             Close StepTable
             If Table-Ok and Step-Count = 0
               Set Table-Ok to False
               Move 0 to Table-Line-Num
               Move "step table lists no steps" to Table-Problem
             End-If
             If not Table-Ok
               Set Job-Aborted to True
               Perform Log-Table-Problem
             End-If
           End-If.

      *    The first problem found stops the load - nothing runs
      *    from a table that is not what operations meant.
       Read-Step-Line.
           Read StepTable
             At End
               Set EOF to True
             Not At End
               Add 1 to Table-Line-Num
               If Step-Line(1:1) not = "*"
                  and Step-Line not = spaces
                 Perform Parse-Step-Line
                 If not Table-Ok
                   Set EOF to True
                 End-If
               End-If
           End-Read.

       Parse-Step-Line.
           Move spaces to Tok-Type Tok-Name Tok-Max Tok-Rest
           Move 1 to Tok-Ptr
           Unstring Step-Line delimited by all spaces
             into Tok-Type
             with pointer Tok-Ptr
           End-Unstring
      *    A line may be indented - the first token is then empty.
           If Tok-Type = spaces
             Unstring Step-Line delimited by all spaces
               into Tok-Type
               with pointer Tok-Ptr
             End-Unstring
           End-If
           Evaluate Tok-Type
             When "STEP"
               Perform Parse-Step-Entry
             When "ENV"
               Perform Parse-Env-Entry
             When Other
               Set Table-Ok to False
               Move "line is not STEP, ENV, or a * comment"
                 to Table-Problem
           End-Evaluate.

       Parse-Step-Entry.
           Unstring Step-Line delimited by all spaces
             into Tok-Name Tok-Max
             with pointer Tok-Ptr
           End-Unstring
           If Tok-Ptr < 251
             Move Step-Line(Tok-Ptr:) to Tok-Rest
           End-If
           Move spaces to Tok-Max-Num
           Unstring Tok-Max delimited by space into Tok-Max-Num
           End-Unstring
           Inspect Tok-Max-Num Replacing Leading space by "0"
           Evaluate True
             When Tok-Name = spaces or Tok-Name(11:1) not = space
               Set Table-Ok to False
               Move "STEP name missing or over 10 characters"
                 to Table-Problem
             When Tok-Max-Num not numeric or Tok-Max(4:1) not = space
               Set Table-Ok to False
               Move "STEP max-rc is not a number 0-999"
                 to Table-Problem
             When Tok-Rest = spaces
               Set Table-Ok to False
               Move "STEP names no program" to Table-Problem
             When Step-Count not < 20
               Set Table-Ok to False
               Move "more than 20 steps" to Table-Problem
             When Other
               Add 1 to Step-Count
               Move Tok-Name    to JS-Name(Step-Count)
               Move Tok-Max-Num to JS-Max-Rc(Step-Count)
               Move Tok-Rest    to JS-Program(Step-Count)
               Compute JS-Env-First(Step-Count) = Env-Count + 1
               Move 0 to JS-Env-Count(Step-Count)
               Perform Check-Cob05-Program
           End-Evaluate.

      *    The program's own name, past any directory, decides
      *    whether the step is a cob05 run.
       Check-Cob05-Program.
           Move spaces to Prog-Word
           Unstring Tok-Rest delimited by space into Prog-Word
           End-Unstring
           Move 0 to Slash-Pos
           Perform Find-Last-Slash
             Varying Char-Idx from 1 by 1 Until Char-Idx > 200
           Move "N" to JS-Cob05-Sw(Step-Count)
           If Slash-Pos < 200
             If Prog-Word(Slash-Pos + 1:) = "cob05"
               Move "Y" to JS-Cob05-Sw(Step-Count)
             End-If
           End-If.

       Find-Last-Slash.
           If Prog-Word(Char-Idx:1) = "/"
             Move Char-Idx to Slash-Pos
           End-If.

       Parse-Env-Entry.
           If Tok-Ptr < 251
             Move Step-Line(Tok-Ptr:) to Tok-Rest
           End-If
           Move spaces to Tok-Env-Name
           Move 1 to Tok-Ptr
           Unstring Tok-Rest delimited by "="
             into Tok-Env-Name
             with pointer Tok-Ptr
           End-Unstring
           Evaluate True
             When Step-Count = 0
               Set Table-Ok to False
               Move "ENV line ahead of the first STEP"
                 to Table-Problem
             When Tok-Env-Name = spaces
                  or Tok-Env-Name(41:1) not = space
                  or Tok-Ptr > 250
               Set Table-Ok to False
               Move "ENV line is not NAME=value" to Table-Problem
             When Env-Count not < 200
               Set Table-Ok to False
               Move "more than 200 ENV lines" to Table-Problem
             When Other
               Add 1 to Env-Count
               Move Tok-Env-Name      to JE-Name(Env-Count)
               Move Tok-Rest(Tok-Ptr:) to JE-Value(Env-Count)
               Add 1 to JS-Env-Count(Step-Count)
           End-Evaluate.

       Log-Table-Problem.
           Move Table-Line-Num to Rpt-Line-Num
           Move spaces to Log-Rec
           String "JOB  ** NOT RUN - step table line " Rpt-Line-Num
                  ": " Table-Problem " **"
                  delimited by size into Log-Rec
           Write Log-Rec
           DISPLAY "Job not run - step table line " Rpt-Line-Num
                   ": " Table-Problem
           Move 16 to Job-Return-Code.

      *    A stream left FAILED or RUNNING resumes at its step,
      *    provided the table still has that step there.
       Settle-Resume-Point.
           Move 1 to Resume-Step
           If not Fresh-Start
             Open Input JobState
             If State-File-Status = "00"
               Read JobState
                 At End
                   Continue
                 Not At End
                   If (JT-Failed or JT-Running)
                      and JT-Step is numeric
                     Perform Check-Resume-Step
                   End-If
               End-Read
               Close JobState
             End-If
           End-If
           If Resuming and not Job-Aborted
             Move Resume-Step to Rpt-Step
             Move spaces to Log-Rec
             String "JOB  RESUME at step " Rpt-Step " "
                    JS-Name(Resume-Step)
                    " - stream first started " JT-Job-Date " "
                    JT-Job-Time
                    delimited by size into Log-Rec
             Write Log-Rec
           End-If.

       Check-Resume-Step.
           If JT-Step > 0 and JT-Step not > Step-Count
              and JS-Name(JT-Step) = JT-Step-Name
             Set Resuming to True
             Move JT-Step     to Resume-Step
             Move JT-Job-Date to Job-Date-Ws
             Move JT-Job-Time to Job-Time-Ws
           Else
             Set Job-Aborted to True
             Move JT-Step to Rpt-Step
             Move spaces to Log-Rec
             String "JOB  ** NOT RUN - the failed run stopped at step "
                    Rpt-Step " " JT-Step-Name
                    " and the step table no longer matches;"
                    " set COB05J_FRESH=Y to start over **"
                    delimited by size into Log-Rec
             Write Log-Rec
             DISPLAY "Job not run - resume point " JT-Step-Name
                     " no longer matches the step table"
             Move 16 to Job-Return-Code
           End-If.

      *----------------------------------------------------------------
      * Run-One-Step - a step the failed run already finished is
      * logged and passed over, one after a step over its limit is
      * skipped, and anything else runs.
      *----------------------------------------------------------------
       Run-One-Step.
           Move Step-Cur to Rpt-Step
           Evaluate True
             When Step-Cur < Resume-Step
               Move spaces to Log-Rec
               String "STEP " Rpt-Step " " JS-Name(Step-Cur)
                      " done earlier - not repeated"
                      delimited by size into Log-Rec
               Write Log-Rec
             When Stream-Stopped
               Move spaces to Log-Rec
               String "STEP " Rpt-Step " " JS-Name(Step-Cur)
                      " SKIPPED - an earlier step went over its limit"
                      delimited by size into Log-Rec
               Write Log-Rec
             When Other
               Perform Execute-Step
           End-Evaluate.

       Execute-Step.
           Move "RUNNING" to State-Status
           Perform Write-Job-State
           Compute Env-Last =
             JS-Env-First(Step-Cur) + JS-Env-Count(Step-Cur) - 1
           Perform Set-Step-Env
             Varying Env-Cur from JS-Env-First(Step-Cur) by 1
             Until Env-Cur > Env-Last
           Move spaces to Step-Note
           If JS-Is-Cob05(Step-Cur)
             Perform Set-Cob05-Restart
           End-If

           Accept Step-Start-Date from Date YYYYMMDD
           Accept Step-Start-Time from Time
           DISPLAY "Step " Rpt-Step " " JS-Name(Step-Cur) " started"
           Move JS-Program(Step-Cur) to Step-Command
           Call "SYSTEM" using Step-Command
           Move Return-Code to Step-Status
           Move 0 to Return-Code
           Accept Step-End-Date from Date YYYYMMDD
           Accept Step-End-Time from Time
           Add 1 to Steps-Run-Count

      *    The shell hands back the wait status: the exit code
      *    times 256, or a signal number in the low byte when the
      *    program was killed - always a failure.
           If Function Mod(Step-Status, 256) not = 0
              or Step-Status > 255 * 256
             Move 999 to Step-Rc
           Else
             Compute Step-Rc = Step-Status / 256
           End-If

           Perform Clear-Step-Env
             Varying Env-Cur from JS-Env-First(Step-Cur) by 1
             Until Env-Cur > Env-Last
           If JS-Is-Cob05(Step-Cur)
             Move "COB05_RESTART" to Set-Env-Name
             Move spaces          to Set-Env-Value
             Perform Put-Environment
           End-If

           If Step-Rc > JS-Max-Rc(Step-Cur)
             Move "FAILED" to Step-Verdict
             Set Stream-Stopped to True
             Move Step-Cur to Failed-Step
             Move Step-Rc  to Failed-Rc
             Move "FAILED" to State-Status
           Else
             Move "OK" to Step-Verdict
             If Step-Rc > High-Rc
               Move Step-Rc to High-Rc
             End-If
           End-If
           Perform Log-Step-Result
           If Stream-Stopped
             Perform Write-Job-State
           End-If.

       Set-Step-Env.
           Move JE-Name(Env-Cur)  to Set-Env-Name
           Move JE-Value(Env-Cur) to Set-Env-Value
           Perform Put-Environment.

       Clear-Step-Env.
           Move JE-Name(Env-Cur) to Set-Env-Name
           Move spaces           to Set-Env-Value
           Perform Put-Environment.

       Put-Environment.
           Display Set-Env-Name  upon Environment-Name
           Display Set-Env-Value upon Environment-Value.

      *    The resumed step carries on from its own checkpoint; any
      *    other cob05 step starts clean, its checkpoint removed so
      *    a later resume cannot find another step's.
       Set-Cob05-Restart.
           Move "COB05_RESTART" to Set-Env-Name
           If Resuming and Step-Cur = Resume-Step
             Move "Y" to Set-Env-Value
             Move "(restart)" to Step-Note
           Else
             Move "N" to Set-Env-Value
             Move "./customer.ckpt" to Ckpt-Path
             Perform Find-Ckpt-Setting
               Varying Env-Cur from JS-Env-First(Step-Cur) by 1
               Until Env-Cur > Env-Last
             Call "CBL_DELETE_FILE" using Ckpt-Path
           End-If
           Perform Put-Environment.

       Find-Ckpt-Setting.
           If JE-Name(Env-Cur) = "COB05_CKPTFILE"
              and JE-Value(Env-Cur) not = spaces
             Move JE-Value(Env-Cur) to Ckpt-Path
           End-If.

       Log-Step-Result.
           Move Step-Rc             to Rpt-Rc
           Move JS-Max-Rc(Step-Cur) to Rpt-Max
           Move spaces to Log-Rec
           String "STEP " Rpt-Step " " JS-Name(Step-Cur)
                  " start " Step-Start-Date " " Step-Start-Time
                  " end " Step-End-Date " " Step-End-Time
                  " rc " Rpt-Rc " max " Rpt-Max " " Step-Verdict
                  " " Step-Note
                  delimited by size into Log-Rec
           Write Log-Rec
           DISPLAY "Step " Rpt-Step " " JS-Name(Step-Cur)
                   " ended rc " Rpt-Rc " " Step-Verdict.

       Write-Job-State.
           Move spaces             to State-Rec
           Move State-Status       to JT-Status
           Move Job-Date-Ws        to JT-Job-Date
           Move Job-Time-Ws        to JT-Job-Time
           Move Step-Cur           to JT-Step
           Move JS-Name(Step-Cur)  to JT-Step-Name
           Open Output JobState
           Write State-Rec
           Close JobState.

      *----------------------------------------------------------------
      * Finish - the stream's outcome on the job log and in the
      * return code.  A finished stream marks the state COMPLETE so
      * the next night starts from the top.
      *----------------------------------------------------------------
       Finish.
           Accept End-Date-Ws from Date YYYYMMDD
           Accept End-Time-Ws from Time
           If not Job-Aborted
             If Stream-Stopped
               If Failed-Rc < 8
                 Move 8 to Job-Return-Code
               Else
                 Move Failed-Rc to Job-Return-Code
               End-If
             Else
               Move High-Rc to Job-Return-Code
               Move spaces to State-Rec
               Move "COMPLETE"  to JT-Status
               Move Job-Date-Ws to JT-Job-Date
               Move Job-Time-Ws to JT-Job-Time
               Move 0           to JT-Step
               Open Output JobState
               Write State-Rec
               Close JobState
             End-If
           End-If
           Move Job-Return-Code to Rpt-Rc
           Move Steps-Run-Count to Rpt-Steps
           Move spaces to Log-Rec
           Evaluate True
             When Job-Aborted
               String "JOB  END   " End-Date-Ws " " End-Time-Ws
                      " rc " Rpt-Rc " - nothing run"
                      delimited by size into Log-Rec
             When Stream-Stopped
               Move Failed-Step to Rpt-Step
               String "JOB  END   " End-Date-Ws " " End-Time-Ws
                      " rc " Rpt-Rc " - stopped at step " Rpt-Step
                      " " delimited by size
                      JS-Name(Failed-Step) delimited by space
                      ", rerun to resume there"
                      delimited by size into Log-Rec
             When Other
               String "JOB  END   " End-Date-Ws " " End-Time-Ws
                      " rc " Rpt-Rc " - stream complete, "
                      Rpt-Steps " step(s) run"
                      delimited by size into Log-Rec
           End-Evaluate
           Write Log-Rec
           Close JobLog.
