       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob05t.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Source-performance trend report (the monthly vendor
      * scorecard) built from the run history cob05 appends to
      * customer.hist.  For a requested month (COB05T_MONTH=YYYYMM,
      * default the month before the run date) or date range
      * (COB05T_FROM/COB05T_TO, YYYYMMDD, at most 366 days) each
      * vendor source system gets:
      *
      *   - its run count and the days in the period it sent no
      *     file;
      *   - total and average records read per run, written, and
      *     rejected with the reject rate;
      *   - its exception rate and the master adds/changes/deletes
      *     its records made, from the per-source figures at the
      *     end of each history line (history written before cob05
      *     kept them is left out of those two, and the report says
      *     how many runs that was);
      *   - a week-by-week trend of runs, volume, and reject rate,
      *     each week against the one before.
      *
      * Two conditions are flagged on the source's section:
      *
      *   - a worsening reject rate: the period's last reporting
      *     week ran more than COB05T_REJRISE percentage points
      *     (default 1) above the source's rate over the earlier
      *     weeks;
      *   - missed delivery days: a weekday the source sent on in
      *     at least half of the period's weeks is an expected
      *     delivery day, and every such date it sent nothing is
      *     listed.
      *
      * The global fields on a history line - the run's exception,
      * duplicate, and master add/change/delete counts - repeat on
      * every line of the same run, so the run totals count each
      * run (date + time) once, the same way cob05m's book count
      * does.  Backout ("*BACKOUT") and retirement ("*RETIRE")
      * entries are not vendors; they are shown with their master
      * movement under the run totals instead.
      *
      * The run ends with return code 4 when any source is flagged,
      * 8 when the history could not be opened or the period is
      * not a usable date range.
      *
       Environment Division.
       Configuration Section.
       Input-Output Section.
       File-Control.
      *    Names are supplied at run time in Init (environment
      *    variables), defaulted to the paths cob05 defaults to.
       Select RunHistFile Assign to Dynamic
           Hist-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Hist-File-Status.
       Select TrendRpt Assign to Dynamic
           TrendRpt-File-Path
           ORGANIZATION IS LINE SEQUENTIAL.
       Data Division.
       File Section.
      *    Same layout cob05 appends.  Lines written before the
      *    master counts, or before the per-source figures, come
      *    back space-filled at the end.
       FD RunHistFile.
         01 Hist-Rec.
           05 H-Run-Date      pic 9(8).
           05 Filler          pic x.
           05 H-Run-Time      pic 9(8).
           05 Filler          pic x.
           05 H-Source        pic x(10).
           05 Filler          pic x.
           05 H-Extract-Date  pic x(8).
           05 Filler          pic x.
           05 H-Read          pic 9(7).
           05 Filler          pic x.
           05 H-Written       pic 9(7).
           05 Filler          pic x.
           05 H-Reject        pic 9(7).
           05 Filler          pic x.
           05 H-Exception     pic 9(7).
           05 Filler          pic x.
           05 H-Dup           pic 9(7).
           05 Filler          pic x.
           05 H-In-Path       pic x(200).
           05 Filler          pic x.
           05 H-Mst-Add       pic 9(7).
           05 Filler          pic x.
           05 H-Mst-Chg       pic 9(7).
           05 Filler          pic x.
           05 H-Mst-Del       pic 9(7).
           05 Filler          pic x.
           05 H-Src-Exception pic 9(7).
           05 Filler          pic x.
           05 H-Src-Mst-Add   pic 9(7).
           05 Filler          pic x.
           05 H-Src-Mst-Chg   pic 9(7).
           05 Filler          pic x.
           05 H-Src-Mst-Del   pic 9(7).

       FD TrendRpt.
         01 Trd-Rec           pic x(132).

       Working-Storage Section.
         01 Misc.
           05 Eof-Switch Pic X
             Value "N".
           88 EOF     Value "Y".

      *    Run-time file names, defaulted so an unconfigured run
      *    reports on cob05's default history in the current
      *    directory.
         01 File-Names.
           05 Hist-File-Path      pic x(200)
             value "./customer.hist".
           05 TrendRpt-File-Path  pic x(200)
             value "./cob05t.rpt".
           05 Env-Value          pic x(200).
           05 Env-Token          pic x(9).
           05 Hist-File-Status   pic xx value "00".
      *    Remembered at open time - the live file status is
      *    overwritten by every later READ, so it cannot be retested
      *    at Finish.
           05 Hist-Fail-Switch   pic x value "N".
              88 Hist-Open-Failed value "Y".

         01 Run-Options.
           05 Period-Month       pic 9(6) value 0.
           05 Period-From        pic 9(8) value 0.
           05 Period-To          pic 9(8) value 0.
           05 Rej-Rise-Pct       pic 9(3)v99 value 1.
           05 Range-Switch       pic x value "Y".
              88 Range-Ok        value "Y" when set to false is "N".

      *    The period as day numbers, and where a history line's run
      *    date falls in it.
         01 Period-Ws.
           05 Period-Start-Ws    pic 9(8).
           05 Period-Start-Parts redefines Period-Start-Ws.
              10 PS-YYYY         pic 9(4).
              10 PS-MM           pic 9(2).
              10 PS-DD           pic 9(2).
           05 From-Day-Num       pic S9(9) COMP value 0.
           05 To-Day-Num         pic S9(9) COMP value 0.
           05 Range-Days         pic S9(5) COMP value 0.
           05 Range-Weeks        pic S9(5) COMP value 0.
           05 Line-Day-Num       pic S9(9) COMP value 0.
           05 Day-Idx            pic S9(5) COMP value 0.
           05 Week-Idx           pic S9(5) COMP value 0.
           05 Wday-Idx           pic S9(4) COMP value 0.
           05 Work-Date          pic 9(8).

         01 Run-Counts.
           05 Line-Count         pic S9(7) COMP value 0.
           05 In-Range-Count     pic S9(7) COMP value 0.
           05 Bad-Line-Count     pic S9(7) COMP value 0.
           05 Overflow-Count     pic S9(7) COMP value 0.
           05 Flag-Count         pic S9(5) COMP value 0.
      *    Run totals, each run (date + time) counted once.
           05 Run-Count          pic S9(7) COMP value 0.
           05 Old-Run-Count      pic S9(7) COMP value 0.
           05 Glob-Exc-Count     pic S9(9) COMP value 0.
           05 Glob-Dup-Count     pic S9(9) COMP value 0.
           05 Glob-Mst-Add       pic S9(9) COMP value 0.
           05 Glob-Mst-Chg       pic S9(9) COMP value 0.
           05 Glob-Mst-Del       pic S9(9) COMP value 0.
      *    Backout and retirement entries.
           05 Backout-Runs       pic S9(5) COMP value 0.
           05 Retire-Runs        pic S9(5) COMP value 0.
           05 Adj-Mst-Add        pic S9(9) COMP value 0.
           05 Adj-Mst-Chg        pic S9(9) COMP value 0.
           05 Adj-Mst-Del        pic S9(9) COMP value 0.

      *    History lines of one run repeat the same global counts -
      *    the run's first line (a new date + time) is the only one
      *    totalled.
         01 Hist-Run-Key-Ws.
           05 Last-Run-Date      pic x(8) value spaces.
           05 Last-Run-Time      pic x(8) value spaces.

      *    One slot per vendor source system seen in the period, in
      *    the order first seen.  Src-Day-Flag marks the period's
      *    days the source sent a file; the week slots carry the
      *    trend.  Exceptions and master movement come only from
      *    lines carrying the per-source figures (Src-New-Runs of
      *    them), with the records read on those lines as the
      *    exception rate's base.
         01 Source-Table.
           05 Src-Count          pic 9(2) value 0.
           05 Src-Cur            pic 9(2) value 0.
           05 Src-Entry OCCURS 1 to 50 TIMES
                        DEPENDING ON Src-Count
                        INDEXED BY Src-Idx.
              10 Src-System        pic x(10).
              10 Src-Runs          pic S9(5) COMP.
              10 Src-Read          pic S9(9) COMP.
              10 Src-Written       pic S9(9) COMP.
              10 Src-Reject        pic S9(9) COMP.
              10 Src-New-Runs      pic S9(5) COMP.
              10 Src-New-Read      pic S9(9) COMP.
              10 Src-Exception     pic S9(9) COMP.
              10 Src-Mst-Add       pic S9(9) COMP.
              10 Src-Mst-Chg       pic S9(9) COMP.
              10 Src-Mst-Del       pic S9(9) COMP.
              10 Src-Day-Flag      pic x OCCURS 366.
              10 Src-Week OCCURS 53.
                 15 Wk-Runs        pic S9(5) COMP.
                 15 Wk-Read        pic S9(9) COMP.
                 15 Wk-Reject      pic S9(9) COMP.

      *    Weekday 1 is Monday - day number 1 (01/01/1601) was one.
         01 Weekday-Names.
           05 Filler             pic x(21)
             value "MONTUEWEDTHUFRISATSUN".
         01 Weekday-Table redefines Weekday-Names.
           05 Weekday-Name       pic x(3) OCCURS 7.

      *    Figures for the source section being printed.
         01 Source-Calc-Ws.
           05 Wd-Entry OCCURS 7.
              10 Wd-Occur        pic S9(4) COMP.
              10 Wd-Deliv        pic S9(4) COMP.
              10 Wd-Expected-Sw  pic x.
           05 Deliv-Days         pic S9(5) COMP value 0.
           05 No-File-Days       pic S9(5) COMP value 0.
           05 Missed-Days        pic S9(5) COMP value 0.
           05 Avg-Read           pic S9(9) COMP value 0.
           05 Rej-Rate           pic 9(3)v99 value 0.
           05 Exc-Rate           pic 9(3)v99 value 0.
           05 Week-Rate          pic 9(3)v99 value 0.
           05 Prev-Rate          pic 9(3)v99 value 0.
           05 Prev-Week-Switch   pic x value "N".
              88 Prev-Week-Found value "Y".
           05 Last-Week          pic S9(5) COMP value 0.
           05 Last-Rate          pic 9(3)v99 value 0.
           05 Earlier-Read       pic S9(9) COMP value 0.
           05 Earlier-Reject     pic S9(9) COMP value 0.
           05 Earlier-Rate       pic 9(3)v99 value 0.
           05 Trend-Word         pic x(4).
           05 Rpt-Line-Ptr       pic S9(4) COMP value 1.
           05 Miss-On-Line       pic S9(4) COMP value 0.

      *    Start/end timestamps for the report.
         01 Run-Timestamps.
           05 Start-Date-Ws      pic 9(8).
           05 Start-Date-Parts redefines Start-Date-Ws.
              10 Start-YYYY      pic 9(4).
              10 Start-MM        pic 9(2).
              10 Start-DD        pic 9(2).
           05 Start-Time-Ws      pic 9(8).
           05 End-Date-Ws        pic 9(8).
           05 End-Time-Ws        pic 9(8).

      *    Display-usage copies of the COMP counters, needed because
      *    STRING will not take a COMP item directly.
         01 Trend-Rpt-Ws.
           05 Rpt-Count          pic ZZZZZZ9.
           05 Rpt-Count2         pic ZZZZZZ9.
           05 Rpt-Count3         pic ZZZZZZ9.
           05 Rpt-Big            pic ZZZZZZZZ9.
           05 Rpt-Big2           pic ZZZZZZZZ9.
           05 Rpt-Big3           pic ZZZZZZZZ9.
           05 Rpt-Rate           pic ZZ9.99.
           05 Rpt-Rate2          pic ZZ9.99.
           05 Rpt-Week           pic Z9.
           05 Rpt-Runs           pic ZZZ9.

         01 Trend-Return-Code    pic 9(4) value 0.

       PROCEDURE DIVISION.
         DISPLAY "Program Start!"
         Perform Init
         If Range-Ok and not Hist-Open-Failed
           Perform Read-History-Line Until EOF
           Close RunHistFile
           If Src-Count > 0
             Perform Report-One-Source
               Varying Src-Cur from 1 by 1 Until Src-Cur > Src-Count
           End-If
         End-If
         Perform Finish
         Move Trend-Return-Code to Return-Code
         STOP RUN.

      *----------------------------------------------------------------
      * Init - resolve run-time file names/switches, settle the
      * period, and open files.
      *----------------------------------------------------------------
       Init.
           Accept Env-Value from Environment "COB05T_HISTFILE"
           If Env-Value not = spaces
             Move Env-Value to Hist-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05T_RPTFILE"
           If Env-Value not = spaces
             Move Env-Value to TrendRpt-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05T_MONTH"
           Move spaces to Env-Token
           Unstring Env-Value delimited by space into Env-Token
           If Env-Token not = spaces
             If Env-Token(1:6) is numeric and Env-Token(7:1) = space
               Move Env-Token(1:6) to Period-Month
             Else
               Set Range-Ok to False
             End-If
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05T_FROM"
           Move spaces to Env-Token
           Unstring Env-Value delimited by space into Env-Token
           If Env-Token not = spaces
             If Env-Token(1:8) is numeric and Env-Token(9:1) = space
               Move Env-Token(1:8) to Period-From
             Else
               Set Range-Ok to False
             End-If
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05T_TO"
           Move spaces to Env-Token
           Unstring Env-Value delimited by space into Env-Token
           If Env-Token not = spaces
             If Env-Token(1:8) is numeric and Env-Token(9:1) = space
               Move Env-Token(1:8) to Period-To
             Else
               Set Range-Ok to False
             End-If
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05T_REJRISE"
           Move spaces to Env-Token
           Unstring Env-Value delimited by space into Env-Token
           If Env-Token not = spaces
             Move Function Numval(Env-Token) to Rej-Rise-Pct
           End-If

           Accept Start-Date-Ws from Date YYYYMMDD
           Accept Start-Time-Ws from Time

           If Range-Ok
             Perform Settle-Period
           End-If

           Open Output TrendRpt
           Move spaces to Trd-Rec
           String "cob05t source performance report" delimited by size
                  into Trd-Rec
           Write Trd-Rec
           Move spaces to Trd-Rec
           String "History       : " Hist-File-Path
                  delimited by size into Trd-Rec
           Write Trd-Rec

           If Range-Ok
             Move Range-Days to Rpt-Runs
             Move spaces to Trd-Rec
             String "Period        : " Period-From " thru "
                    Period-To " (" Rpt-Runs " days)"
                    delimited by size into Trd-Rec
             Write Trd-Rec
             Open Input RunHistFile
             If Hist-File-Status not = "00"
               Set Hist-Open-Failed to True
               DISPLAY "Cannot open run history, status "
                       Hist-File-Status
               Move 8 to Trend-Return-Code
             End-If
           Else
             DISPLAY "Report period is not a usable date range"
             Move 8 to Trend-Return-Code
           End-If.

      *    A FROM/TO pair wins over a month; a month alone is that
      *    calendar month; neither is the month before the run date.
      *    One end of a range given alone runs to (or from) the
      *    other end of the default month.
       Settle-Period.
           If Period-From = 0 or Period-To = 0
             If Period-Month = 0
               Move Start-Date-Ws to Period-Start-Ws
               If PS-MM = 1
                 Subtract 1 from PS-YYYY
                 Move 12 to PS-MM
               Else
                 Subtract 1 from PS-MM
               End-If
             Else
               Move Period-Month to Period-Start-Ws(1:6)
             End-If
             Move 1 to PS-DD
             If Period-From = 0
               Move Period-Start-Ws to Period-From
             End-If
             If Period-To = 0
               If PS-MM = 12
                 Add 1 to PS-YYYY
                 Move 1 to PS-MM
               Else
                 Add 1 to PS-MM
               End-If
               Compute Period-To = Function Date-Of-Integer(
                 Function Integer-Of-Date(Period-Start-Ws) - 1)
             End-If
           End-If
           Compute From-Day-Num = Function Integer-Of-Date(Period-From)
           Compute To-Day-Num   = Function Integer-Of-Date(Period-To)
           If From-Day-Num = 0 or To-Day-Num = 0
              or To-Day-Num < From-Day-Num
              or To-Day-Num - From-Day-Num > 365
             Set Range-Ok to False
           Else
             Compute Range-Days  = To-Day-Num - From-Day-Num + 1
             Compute Range-Weeks = (Range-Days + 6) / 7
           End-If.

      *----------------------------------------------------------------
      * Read-History-Line / Take-History-Line - one history line.
      * Lines outside the period are passed over.  The first line
      * of each run feeds the run totals; every vendor line feeds
      * its source's slot.
      *----------------------------------------------------------------
       Read-History-Line.
           Read RunHistFile
             At End
               Set EOF to True
             Not At End
               Add 1 to Line-Count
               Move 0 to Line-Day-Num
               If H-Run-Date is numeric and H-Read is numeric
                 Compute Line-Day-Num =
                   Function Integer-Of-Date(H-Run-Date)
               End-If
               If Line-Day-Num = 0
                 Add 1 to Bad-Line-Count
               Else
                 If Line-Day-Num not < From-Day-Num
                    and Line-Day-Num not > To-Day-Num
                   Add 1 to In-Range-Count
                   Perform Take-History-Line
                 End-If
               End-If
           End-Read.

       Take-History-Line.
           If Hist-Rec(1:8) not = Last-Run-Date
              or Hist-Rec(10:8) not = Last-Run-Time
             Move Hist-Rec(1:8)  to Last-Run-Date
             Move Hist-Rec(10:8) to Last-Run-Time
             Perform Total-Run
           End-If
      *    The one-line record of an empty run names no source.
           If H-Source(1:1) not = "*"
              and not (H-Source = spaces and H-Read = 0)
             Perform Take-Source-Line
           End-If.

       Total-Run.
           Evaluate True
             When H-Source = "*BACKOUT"
               Add 1 to Backout-Runs
               Perform Total-Adjustment
             When H-Source = "*RETIRE"
               Add 1 to Retire-Runs
               Perform Total-Adjustment
             When Other
               Add 1 to Run-Count
               If H-Exception is numeric
                 Add H-Exception to Glob-Exc-Count
               End-If
               If H-Dup is numeric
                 Add H-Dup to Glob-Dup-Count
               End-If
               If H-Mst-Add is numeric and H-Mst-Chg is numeric
                  and H-Mst-Del is numeric
                 Add H-Mst-Add to Glob-Mst-Add
                 Add H-Mst-Chg to Glob-Mst-Chg
                 Add H-Mst-Del to Glob-Mst-Del
               Else
                 Add 1 to Old-Run-Count
               End-If
           End-Evaluate.

       Total-Adjustment.
           If H-Mst-Add is numeric and H-Mst-Chg is numeric
              and H-Mst-Del is numeric
             Add H-Mst-Add to Adj-Mst-Add
             Add H-Mst-Chg to Adj-Mst-Chg
             Add H-Mst-Del to Adj-Mst-Del
           End-If.

       Take-Source-Line.
           Perform Find-Source-Slot
           If Src-Cur > 0
             Add 1 to Src-Runs(Src-Cur)
             Add H-Read to Src-Read(Src-Cur)
             If H-Written is numeric
               Add H-Written to Src-Written(Src-Cur)
             End-If
             If H-Reject is numeric
               Add H-Reject to Src-Reject(Src-Cur)
             End-If
             If H-Src-Exception is numeric
                and H-Src-Mst-Add is numeric
                and H-Src-Mst-Chg is numeric
                and H-Src-Mst-Del is numeric
               Add 1 to Src-New-Runs(Src-Cur)
               Add H-Read          to Src-New-Read(Src-Cur)
               Add H-Src-Exception to Src-Exception(Src-Cur)
               Add H-Src-Mst-Add   to Src-Mst-Add(Src-Cur)
               Add H-Src-Mst-Chg   to Src-Mst-Chg(Src-Cur)
               Add H-Src-Mst-Del   to Src-Mst-Del(Src-Cur)
             End-If
             Compute Day-Idx  = Line-Day-Num - From-Day-Num + 1
             Compute Week-Idx = (Day-Idx - 1) / 7 + 1
             Move "Y" to Src-Day-Flag(Src-Cur, Day-Idx)
             Add 1 to Wk-Runs(Src-Cur, Week-Idx)
             Add H-Read to Wk-Read(Src-Cur, Week-Idx)
             If H-Reject is numeric
               Add H-Reject to Wk-Reject(Src-Cur, Week-Idx)
             End-If
           End-If.

      *    Src-Cur is the source's slot, opened on first sight, or 0
      *    when the table is full (the line is counted and left out).
       Find-Source-Slot.
           Move 0 to Src-Cur
           If Src-Count > 0
             Set Src-Idx to 1
             Search Src-Entry
               At End
                 Continue
               When Src-System(Src-Idx) = H-Source
                 Set Src-Cur to Src-Idx
             End-Search
           End-If
           If Src-Cur = 0
             If Src-Count < 50
               Add 1 to Src-Count
               Move Src-Count to Src-Cur
               Initialize Src-Entry(Src-Cur)
               Move H-Source to Src-System(Src-Cur)
             Else
               Add 1 to Overflow-Count
             End-If
           End-If.

      *----------------------------------------------------------------
      * Report-One-Source - one source's section: its totals and
      * rates, its expected delivery days and the dates it missed,
      * and the week-by-week trend with the worsening-reject check.
      *----------------------------------------------------------------
       Report-One-Source.
           Move spaces to Trd-Rec
           Write Trd-Rec
           Move spaces to Trd-Rec
           If Src-System(Src-Cur) = spaces
             String "Source (no header)" delimited by size
                    into Trd-Rec
           Else
             String "Source " Src-System(Src-Cur)
                    delimited by size into Trd-Rec
           End-If
           Write Trd-Rec

           Perform Tally-Delivery-Days
           Move Src-Runs(Src-Cur) to Rpt-Count
           Move No-File-Days      to Rpt-Count2
           Move spaces to Trd-Rec
           String "  Runs          : " Rpt-Count
                  "   days with no file: " Rpt-Count2
                  delimited by size into Trd-Rec
           Write Trd-Rec

           Compute Avg-Read rounded =
             Src-Read(Src-Cur) / Src-Runs(Src-Cur)
           Move Src-Read(Src-Cur) to Rpt-Big
           Move Avg-Read          to Rpt-Big2
           Move spaces to Trd-Rec
           String "  Records read  : " Rpt-Big
                  "   average per run: " Rpt-Big2
                  delimited by size into Trd-Rec
           Write Trd-Rec
           Move Src-Written(Src-Cur) to Rpt-Big
           Move spaces to Trd-Rec
           String "  Written       : " Rpt-Big
                  delimited by size into Trd-Rec
           Write Trd-Rec
           Move 0 to Rej-Rate
           If Src-Read(Src-Cur) > 0
             Compute Rej-Rate rounded =
               Src-Reject(Src-Cur) * 100 / Src-Read(Src-Cur)
           End-If
           Move Src-Reject(Src-Cur) to Rpt-Big
           Move Rej-Rate            to Rpt-Rate
           Move spaces to Trd-Rec
           String "  Rejected      : " Rpt-Big
                  "   reject rate: " Rpt-Rate " pct"
                  delimited by size into Trd-Rec
           Write Trd-Rec

           If Src-New-Runs(Src-Cur) = 0
             Move spaces to Trd-Rec
             String "  Exceptions    : n/a - no run in the period "
                    "carries per-source figures"
                    delimited by size into Trd-Rec
             Write Trd-Rec
           Else
             Move 0 to Exc-Rate
             If Src-New-Read(Src-Cur) > 0
               Compute Exc-Rate rounded =
                 Src-Exception(Src-Cur) * 100 / Src-New-Read(Src-Cur)
                 On Size Error
                   Move 999.99 to Exc-Rate
               End-Compute
             End-If
             Move Src-Exception(Src-Cur) to Rpt-Big
             Move Exc-Rate               to Rpt-Rate
             Move spaces to Trd-Rec
             String "  Exceptions    : " Rpt-Big
                    "   exception rate: " Rpt-Rate " pct"
                    delimited by size into Trd-Rec
             Write Trd-Rec
             Move Src-Mst-Add(Src-Cur) to Rpt-Big
             Move Src-Mst-Chg(Src-Cur) to Rpt-Big2
             Move Src-Mst-Del(Src-Cur) to Rpt-Big3
             Move spaces to Trd-Rec
             String "  Master moves  : adds " Rpt-Big
                    "  changes " Rpt-Big2
                    "  deletes " Rpt-Big3
                    delimited by size into Trd-Rec
             Write Trd-Rec
             If Src-New-Runs(Src-Cur) < Src-Runs(Src-Cur)
               Compute Rpt-Count =
                 Src-Runs(Src-Cur) - Src-New-Runs(Src-Cur)
               Move spaces to Trd-Rec
               String "  (exceptions and master moves leave out "
                      Rpt-Count " run(s) from before the "
                      "per-source figures)"
                      delimited by size into Trd-Rec
               Write Trd-Rec
             End-If
           End-If

           Perform Report-Expected-Days
           Perform Report-Weekly-Trend.

      *    How many of the period's days the source sent a file on,
      *    and per weekday how often it occurs in the period and how
      *    often the source sent on it.
       Tally-Delivery-Days.
           Move 0 to Deliv-Days
           Move 0 to Missed-Days
           Perform Clear-Weekday
             Varying Wday-Idx from 1 by 1 Until Wday-Idx > 7
           Perform Tally-One-Day
             Varying Day-Idx from 1 by 1 Until Day-Idx > Range-Days
           Compute No-File-Days = Range-Days - Deliv-Days
           Perform Settle-Weekday
             Varying Wday-Idx from 1 by 1 Until Wday-Idx > 7.

       Clear-Weekday.
           Move 0   to Wd-Occur(Wday-Idx)
           Move 0   to Wd-Deliv(Wday-Idx)
           Move "N" to Wd-Expected-Sw(Wday-Idx).

       Tally-One-Day.
           Compute Wday-Idx =
             Function Mod(From-Day-Num + Day-Idx - 2, 7) + 1
           Add 1 to Wd-Occur(Wday-Idx)
           If Src-Day-Flag(Src-Cur, Day-Idx) = "Y"
             Add 1 to Deliv-Days
             Add 1 to Wd-Deliv(Wday-Idx)
           End-If.

      *    A weekday the source sent on at least every other week
      *    of the period is one it is expected to send on.
       Settle-Weekday.
           If Wd-Deliv(Wday-Idx) > 0
              and Wd-Deliv(Wday-Idx) * 2 not < Wd-Occur(Wday-Idx)
             Move "Y" to Wd-Expected-Sw(Wday-Idx)
             Compute Missed-Days = Missed-Days
               + Wd-Occur(Wday-Idx) - Wd-Deliv(Wday-Idx)
           End-If.

       Report-Expected-Days.
           Move spaces to Trd-Rec
           Move 1 to Rpt-Line-Ptr
           String "  Expected days :" delimited by size
                  into Trd-Rec with pointer Rpt-Line-Ptr
           Perform Put-Expected-Weekday
             Varying Wday-Idx from 1 by 1 Until Wday-Idx > 7
           If Rpt-Line-Ptr = 18
             String " none - no regular delivery day"
                    delimited by size
                    into Trd-Rec with pointer Rpt-Line-Ptr
           End-If
           Write Trd-Rec
           If Missed-Days > 0
             Add 1 to Flag-Count
             Move Missed-Days to Rpt-Count
             Move spaces to Trd-Rec
             String "  ** FLAG - " Rpt-Count
                    " expected delivery day(s) with no file **"
                    delimited by size into Trd-Rec
             Write Trd-Rec
             Move spaces to Trd-Rec
             Move 1 to Rpt-Line-Ptr
             String "     missed:" delimited by size
                    into Trd-Rec with pointer Rpt-Line-Ptr
             Move 0 to Miss-On-Line
             Perform Put-Missed-Date
               Varying Day-Idx from 1 by 1 Until Day-Idx > Range-Days
             If Miss-On-Line > 0
               Write Trd-Rec
             End-If
           End-If.

       Put-Expected-Weekday.
           If Wd-Expected-Sw(Wday-Idx) = "Y"
             String " " Weekday-Name(Wday-Idx) delimited by size
                    into Trd-Rec with pointer Rpt-Line-Ptr
           End-If.

      *    Eight dates to a line.
       Put-Missed-Date.
           If Src-Day-Flag(Src-Cur, Day-Idx) not = "Y"
             Compute Wday-Idx =
               Function Mod(From-Day-Num + Day-Idx - 2, 7) + 1
             If Wd-Expected-Sw(Wday-Idx) = "Y"
               If Miss-On-Line = 8
                 Write Trd-Rec
                 Move spaces to Trd-Rec
                 Move 13 to Rpt-Line-Ptr
                 Move 0 to Miss-On-Line
               End-If
               Compute Work-Date = Function Date-Of-Integer(
                 From-Day-Num + Day-Idx - 1)
               String " " Work-Date " " Weekday-Name(Wday-Idx)
                      delimited by size
                      into Trd-Rec with pointer Rpt-Line-Ptr
               Add 1 to Miss-On-Line
             End-If
           End-If.

      *    One line per week of the period, each reporting week's
      *    reject rate against the previous reporting week's.  The
      *    last reporting week is then held against the weeks
      *    before it taken together.
       Report-Weekly-Trend.
           Move spaces to Trd-Rec
           String "  Week starting  runs     read  rejected    "
                  "rate  trend"
                  delimited by size into Trd-Rec
           Write Trd-Rec
           Move "N" to Prev-Week-Switch
           Move 0 to Prev-Rate
           Move 0 to Last-Week
           Perform Report-One-Week
             Varying Week-Idx from 1 by 1 Until Week-Idx > Range-Weeks
           If Last-Week > 0
             Move 0 to Earlier-Read
             Move 0 to Earlier-Reject
             Perform Sum-Earlier-Week
               Varying Week-Idx from 1 by 1
               Until Week-Idx not < Last-Week
             If Earlier-Read > 0
               Compute Earlier-Rate rounded =
                 Earlier-Reject * 100 / Earlier-Read
               If Last-Rate > Earlier-Rate + Rej-Rise-Pct
                 Add 1 to Flag-Count
                 Move Last-Rate    to Rpt-Rate
                 Move Earlier-Rate to Rpt-Rate2
                 Move spaces to Trd-Rec
                 String "  ** FLAG - reject rate worsening: "
                        Rpt-Rate " pct in the last week vs "
                        Rpt-Rate2 " pct before **"
                        delimited by size into Trd-Rec
                 Write Trd-Rec
               End-If
             End-If
           End-If.

       Report-One-Week.
           Compute Work-Date = Function Date-Of-Integer(
             From-Day-Num + (Week-Idx - 1) * 7)
           Move Week-Idx                    to Rpt-Week
           Move Wk-Runs(Src-Cur, Week-Idx)   to Rpt-Runs
           Move Wk-Read(Src-Cur, Week-Idx)   to Rpt-Big
           Move Wk-Reject(Src-Cur, Week-Idx) to Rpt-Count
           Move spaces to Trend-Word
           Move 0 to Week-Rate
           If Wk-Read(Src-Cur, Week-Idx) > 0
             Compute Week-Rate rounded =
               Wk-Reject(Src-Cur, Week-Idx) * 100
                 / Wk-Read(Src-Cur, Week-Idx)
             Evaluate True
               When not Prev-Week-Found
                 Move "-"    to Trend-Word
               When Week-Rate > Prev-Rate
                 Move "UP"   to Trend-Word
               When Week-Rate < Prev-Rate
                 Move "DOWN" to Trend-Word
               When Other
                 Move "SAME" to Trend-Word
             End-Evaluate
             Set Prev-Week-Found to True
             Move Week-Rate to Prev-Rate
             Move Week-Idx  to Last-Week
             Move Week-Rate to Last-Rate
           End-If
           Move Week-Rate to Rpt-Rate
           Move spaces to Trd-Rec
           String "  " Rpt-Week "  " Work-Date "  " Rpt-Runs
                  Rpt-Big "  " Rpt-Count "  " Rpt-Rate "  "
                  Trend-Word
                  delimited by size into Trd-Rec
           Write Trd-Rec.

       Sum-Earlier-Week.
           Add Wk-Read(Src-Cur, Week-Idx)   to Earlier-Read
           Add Wk-Reject(Src-Cur, Week-Idx) to Earlier-Reject.

      *----------------------------------------------------------------
      * Finish - the period, the run totals, and the return code.
      *----------------------------------------------------------------
       Finish.
           Accept End-Date-Ws from Date YYYYMMDD
           Accept End-Time-Ws from Time

           Move spaces to Trd-Rec
           Write Trd-Rec
           If not Range-Ok
             Move spaces to Trd-Rec
             String "** NO REPORT - the period (COB05T_MONTH or "
                    "COB05T_FROM/COB05T_TO) is not a date range of "
                    "1 to 366 days **"
                    delimited by size into Trd-Rec
             Write Trd-Rec
           End-If
           If Hist-Open-Failed
             Move spaces to Trd-Rec
             String "** NO REPORT - run history could not be "
                    "opened, status " Hist-File-Status " **"
                    delimited by size into Trd-Rec
             Write Trd-Rec
           End-If
           If Range-Ok and not Hist-Open-Failed
             Perform Report-Run-Totals
           End-If
           Move spaces to Trd-Rec
           String "Started       : " Start-Date-Ws " " Start-Time-Ws
                  delimited by size into Trd-Rec
           Write Trd-Rec
           Move spaces to Trd-Rec
           String "Ended         : " End-Date-Ws " " End-Time-Ws
                  delimited by size into Trd-Rec
           Write Trd-Rec
           Close TrendRpt
           If Flag-Count > 0 and Trend-Return-Code < 4
             Move 4 to Trend-Return-Code
           End-If.

       Report-Run-Totals.
           Move Line-Count     to Rpt-Count
           Move In-Range-Count to Rpt-Count2
           Move spaces to Trd-Rec
           String "History lines : " Rpt-Count
                  "   in the period: " Rpt-Count2
                  delimited by size into Trd-Rec
           Write Trd-Rec
           Move Src-Count to Rpt-Count
           Move spaces to Trd-Rec
           String "Sources       : " Rpt-Count
                  delimited by size into Trd-Rec
           Write Trd-Rec
           Move Run-Count to Rpt-Count
           Move spaces to Trd-Rec
           String "Runs          : " Rpt-Count
                  " (each run's date + time counted once)"
                  delimited by size into Trd-Rec
           Write Trd-Rec
           Move Glob-Exc-Count to Rpt-Big
           Move Glob-Dup-Count to Rpt-Big2
           Move spaces to Trd-Rec
           String "Exceptions    : " Rpt-Big
                  "   duplicates: " Rpt-Big2
                  delimited by size into Trd-Rec
           Write Trd-Rec
           Move Glob-Mst-Add to Rpt-Big
           Move Glob-Mst-Chg to Rpt-Big2
           Move Glob-Mst-Del to Rpt-Big3
           Move spaces to Trd-Rec
           String "Master moves  : adds " Rpt-Big
                  "  changes " Rpt-Big2
                  "  deletes " Rpt-Big3
                  delimited by size into Trd-Rec
           Write Trd-Rec
           If Old-Run-Count > 0
             Move Old-Run-Count to Rpt-Count
             Move spaces to Trd-Rec
             String "  (master moves leave out " Rpt-Count
                    " run(s) from before the history carried them)"
                    delimited by size into Trd-Rec
             Write Trd-Rec
           End-If
           If Backout-Runs > 0 or Retire-Runs > 0
             Move Backout-Runs to Rpt-Runs
             Move spaces to Trd-Rec
             String "Backouts      : " Rpt-Runs
                    delimited by size into Trd-Rec
             Write Trd-Rec
             Move Retire-Runs to Rpt-Runs
             Move spaces to Trd-Rec
             String "Retirements   : " Rpt-Runs
                    delimited by size into Trd-Rec
             Write Trd-Rec
             Move Adj-Mst-Add to Rpt-Big
             Move Adj-Mst-Chg to Rpt-Big2
             Move Adj-Mst-Del to Rpt-Big3
             Move spaces to Trd-Rec
             String "  their moves : adds " Rpt-Big
                    "  changes " Rpt-Big2
                    "  deletes " Rpt-Big3
                    delimited by size into Trd-Rec
             Write Trd-Rec
           End-If
           If Bad-Line-Count > 0
             Move Bad-Line-Count to Rpt-Count
             Move spaces to Trd-Rec
             String "** WARNING - " Rpt-Count
                    " unreadable history line(s) skipped **"
                    delimited by size into Trd-Rec
             Write Trd-Rec
           End-If
           If Overflow-Count > 0
             Move Overflow-Count to Rpt-Count
             Move spaces to Trd-Rec
             String "** WARNING - more than 50 sources, "
                    Rpt-Count " history line(s) left out **"
                    delimited by size into Trd-Rec
             Write Trd-Rec
           End-If
           Move Flag-Count to Rpt-Runs
           Move spaces to Trd-Rec
           String "Flags raised  : " Rpt-Runs
                  delimited by size into Trd-Rec
           Write Trd-Rec.
