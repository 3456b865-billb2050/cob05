       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob05u.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Backout of one cob05 run's customer master apply.  Reads
      * that run's activity report (customer.act - the ADD, CHG
      * before/after and DEL lines Apply-Master and Process-Delete
      * log) and reverses it against the indexed master, newest
      * entry first so an Account touched twice in the run unwinds
      * in the right order:
      *
      *   - an ADD is deleted from the master again;
      *   - a CHG has its before-image rewritten;
      *   - a DEL is re-inserted from its before-image, or from the
      *     purge archive (customer.prg) when the activity report
      *     has no image for it.
      *
      * Nothing is reversed blind.  An ADD or CHG is only undone
      * while the master still holds exactly that run's
      * after-image, and a DEL only while the Account is still
      * absent; anything else - a correction made through cob05i
      * since, a later run's apply - leaves the record alone and
      * lists it on the conflict report.  Backing out the same
      * activity report twice therefore changes nothing the second
      * time: every entry comes back as a conflict.
      *
      * The images compared and restored are the 216 bytes of
      * customer fields the activity report carries.  A restored
      * CHG is stamped changed today; a re-inserted DEL is stamped
      * seen and changed today from source "*BACKOUT", its date
      * added unknown (zero), so the dormancy cycle does not retire
      * it again straight away.  The activity report does not say
      * which source supplied the values a backout puts back, so
      * every field group a restore alters (all four on a
      * re-inserted DEL) is credited to "*BACKOUT" for cob05's
      * precedence table - unranked unless the site ranks it.
      *
      * A backout entry is appended to the run history under the
      * source "*BACKOUT" with the master movement it made - DELs
      * re-inserted as adds, ADDs removed as deletes - so the
      * cob05m book count still ties to the master afterward.
      *
      * COB05U_TRIAL=Y reports what would be reversed and every
      * conflict without touching the master or the history.  Since
      * nothing is written, a trial keeps each Account it reaches in
      * a work file with the image the backout would have left it
      * (or a note that it would be gone), and checks that Account's
      * older entries against that instead of the untouched master.
      *
      * The run ends with return code 4 when any entry was left in
      * conflict, 8 when the activity report or the master could not
      * be opened.
      *
       Environment Division.
       Configuration Section.
       Input-Output Section.
       File-Control.
      *    Names are supplied at run time in Init (environment
      *    variables), defaulted to the paths cob05 defaults to.
       Select ActivityRpt Assign to Dynamic
           ActRpt-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Act-File-Status.
       Select MasterFile Assign to Dynamic
           Master-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS M-Account
           File Status Is Master-File-Status.
      *    cob05's purged-accounts archive, scanned only for a DEL
      *    whose before-image is missing from the activity report.
       Select PurgeFile Assign to Dynamic
           Purge-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Purge-File-Status.
      *    The activity entries, keyed so that reading forward gives
      *    them newest first - see Load-Backout-Work.  Created fresh
      *    every run.
       Select BackoutWork Assign to Dynamic
           Work-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BW-Rev-Seq
           File Status Is Work-File-Status.
      *    Trial runs only: each Account as the backout so far would
      *    have left it - see Get-Current-Image.  Created fresh
      *    every trial.
       Select TrialWork Assign to Dynamic
           Trial-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TW-Account
           File Status Is Trial-File-Status.
      *    cob05's permanent run history, extended with the backout
      *    entry.
       Select RunHistFile Assign to Dynamic
           Hist-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Hist-File-Status.
       Select BackoutRpt Assign to Dynamic
           BackRpt-File-Path
           ORGANIZATION IS LINE SEQUENTIAL.
       Data Division.
       File Section.
      *    Same lines cob05's Master-Log-Add/-Change/-Delete write.
       FD ActivityRpt.
         01 Act-Rec              pic x(230).

      *    Same record cob05's Apply-Master writes, stamps and all.
       FD MasterFile.
         01 Master-Rec.
           05 M-Account       pic x(18).
           05 M-Gender        pic x.
           05 M-Name.
             10 M-First       pic x(15).
             10 M-Middle      pic x(15).
             10 M-Last        pic x(20).
           05 M-Birthday.
             10 M-YYYY        pic x(4).
             10 M-MM          pic x(2).
             10 M-DD          pic x(2).
           05 M-Address       pic x(25).
           05 M-City          pic x(20).
           05 M-State         pic x(2).
           05 M-Zip           pic x(5).
           05 M-Zip4          pic x(4).
           05 M-Country       pic x(3).
           05 M-Address2      pic x(25).
           05 M-Phone         pic x(15).
           05 M-Email         pic x(40).
           05 M-Stamps.
             10 M-Date-Added    pic 9(8).
             10 M-Last-Seen     pic 9(8).
             10 M-Last-Changed  pic 9(8).
             10 M-Last-Source   pic x(10).
           05 M-Group-Sources.
             10 M-Name-Source     pic x(10).
             10 M-Bday-Source     pic x(10).
             10 M-Addr-Source     pic x(10).
             10 M-Contact-Source  pic x(10).

       FD PurgeFile.
         01 Purge-Rec            pic x(216).

      *    One activity entry: its position in the report turned
      *    into a descending key, the kind of entry, the Account,
      *    and the images logged with it.
       FD BackoutWork.
         01 Backout-Rec.
           05 BW-Rev-Seq      pic 9(9).
           05 BW-Type         pic x(3).
           05 BW-Account      pic x(18).
           05 BW-Before-Sw    pic x.
           05 BW-After-Sw     pic x.
           05 BW-Before       pic x(216).
           05 BW-After        pic x(216).

       FD TrialWork.
         01 Trial-Rec.
           05 TW-Account      pic x(18).
           05 TW-On-Master-Sw pic x.
           05 TW-Image        pic x(216).

      *    Same layout cob05 appends.
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

       FD BackoutRpt.
         01 Bck-Rec           pic x(220).

       Working-Storage Section.
         01 Misc.
           05 Eof-Switch Pic X
             Value "N".
           88 EOF     Value "Y".
           05 Work-Eof-Switch    pic x value "N".
              88 EOF-Work        value "Y".
           05 Prg-Eof-Switch     pic x value "N".
              88 EOF-Prg         value "Y".

      *    Run-time file names, defaulted so an unconfigured run
      *    backs out cob05's default activity report against its
      *    default master in the current directory.
         01 File-Names.
           05 ActRpt-File-Path    pic x(200)
             value "./customer.act".
           05 Master-File-Path    pic x(200)
             value "./customer.mst".
           05 Purge-File-Path     pic x(200)
             value "./customer.prg".
           05 Work-File-Path      pic x(200)
             value "./customer.bowk".
           05 Trial-File-Path     pic x(200)
             value "./customer.trwk".
           05 Hist-File-Path      pic x(200)
             value "./customer.hist".
           05 BackRpt-File-Path   pic x(200)
             value "./cob05u.rpt".
           05 Env-Value          pic x(200).
           05 Act-File-Status    pic xx value "00".
           05 Master-File-Status pic xx value "00".
           05 Purge-File-Status  pic xx value "00".
           05 Work-File-Status   pic xx value "00".
           05 Trial-File-Status  pic xx value "00".
           05 Hist-File-Status   pic xx value "00".
      *    Remembered at open time - the live file status is
      *    overwritten by every later I/O, so it cannot be retested
      *    at Finish.
           05 Open-Fail-Switch   pic x value "N".
              88 Open-Failed     value "Y".
           05 Open-Fail-Reason   pic x(60) value spaces.

         01 Run-Options.
           05 Trial-Switch       pic x value "N".
              88 Trial-Run       value "Y".

         01 Run-Counts.
           05 Act-Line-Count     pic S9(7) COMP value 0.
           05 Entry-Count        pic S9(7) COMP value 0.
      *    DEL lines cob05 logged as "no master record" - nothing
      *    was deleted, so there is nothing to put back.
           05 Del-Nf-Count       pic S9(7) COMP value 0.
           05 Add-Undone-Count   pic S9(7) COMP value 0.
           05 Chg-Undone-Count   pic S9(7) COMP value 0.
           05 Del-Undone-Count   pic S9(7) COMP value 0.
      *    Of the DELs put back, how many came from the purge
      *    archive rather than the activity report's own image.
           05 Del-Prg-Count      pic S9(7) COMP value 0.
           05 Conflict-Count     pic S9(7) COMP value 0.
           05 Undone-Count       pic S9(7) COMP value 0.

      *    The entry being assembled from the activity report: a
      *    type line opens it, the image lines under it fill it in,
      *    and the next type line (or the end of the report) files
      *    it in the work file.
         01 Pend-Ws.
           05 Pend-Switch        pic x value "N".
              88 Entry-Pending   value "Y".
           05 Pend-Seq           pic 9(9) value 0.
           05 Pend-Type          pic x(3).
           05 Pend-Account       pic x(18).
           05 Pend-Before-Sw     pic x value "N".
           05 Pend-After-Sw      pic x value "N".
           05 Pend-Before        pic x(216).
           05 Pend-After         pic x(216).

         01 Apply-Ws.
           05 Conflict-Reason    pic x(50).
           05 Prg-Found-Switch   pic x value "N".
              88 Prg-Found       value "Y".
           05 Prg-Image          pic x(216).
      *    The Account's customer image as this entry finds it - on
      *    the master, or in a trial as the backout so far would
      *    have left it.
           05 Cur-Found-Switch   pic x value "N".
              88 Cur-On-Master   value "Y".
           05 Cur-Image          pic x(216).

      *    Start/end timestamps for the report and the history.
         01 Run-Timestamps.
           05 Start-Date-Ws      pic 9(8).
           05 Start-Time-Ws      pic 9(8).
           05 End-Date-Ws        pic 9(8).
           05 End-Time-Ws        pic 9(8).

      *    Display-usage copies of the COMP counters, needed because
      *    STRING will not take a COMP item directly.
         01 Bck-Rpt-Ws.
           05 Rpt-Line-Count     pic ZZZZZZ9.
           05 Rpt-Entry-Count    pic ZZZZZZ9.
           05 Rpt-Del-Nf-Count   pic ZZZZZZ9.
           05 Rpt-Add-Count      pic ZZZZZZ9.
           05 Rpt-Chg-Count      pic ZZZZZZ9.
           05 Rpt-Del-Count      pic ZZZZZZ9.
           05 Rpt-Prg-Count      pic ZZZZZZ9.
           05 Rpt-Conflict-Count pic ZZZZZZ9.

         01 Backout-Return-Code  pic 9(4) value 0.

       PROCEDURE DIVISION.
         DISPLAY "Program Start!"
         Perform Init
         If not Open-Failed
           Perform Load-Backout-Work
           Perform Apply-Backout
         End-If
         Perform Finish
         Move Backout-Return-Code to Return-Code
         STOP RUN.

      *----------------------------------------------------------------
      * Init - resolve run-time file names/switches and open files.
      *----------------------------------------------------------------
       Init.
           Accept Env-Value from Environment "COB05U_ACTFILE"
           If Env-Value not = spaces
             Move Env-Value to ActRpt-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05U_MSTFILE"
           If Env-Value not = spaces
             Move Env-Value to Master-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05U_PRGFILE"
           If Env-Value not = spaces
             Move Env-Value to Purge-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05U_WORKFILE"
           If Env-Value not = spaces
             Move Env-Value to Work-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05U_TRIALWORK"
           If Env-Value not = spaces
             Move Env-Value to Trial-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05U_HISTFILE"
           If Env-Value not = spaces
             Move Env-Value to Hist-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05U_RPTFILE"
           If Env-Value not = spaces
             Move Env-Value to BackRpt-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05U_TRIAL"
           If Env-Value not = spaces
             Move Env-Value(1:1) to Trial-Switch
           End-If

           Accept Start-Date-Ws from Date YYYYMMDD
           Accept Start-Time-Ws from Time

           Open Input ActivityRpt
           If Act-File-Status not = "00"
             Set Open-Failed to True
             Move spaces to Open-Fail-Reason
             String "activity report could not be opened, status "
                    Act-File-Status delimited by size
                    into Open-Fail-Reason
           Else
      *      A trial pass only reads the master.
             If Trial-Run
               Open Input MasterFile
             Else
               Open I-O MasterFile
             End-If
             If Master-File-Status not = "00"
               Set Open-Failed to True
               Move spaces to Open-Fail-Reason
               String "customer master could not be opened, status "
                      Master-File-Status delimited by size
                      into Open-Fail-Reason
               Close ActivityRpt
             Else
               If Trial-Run
                 Open Output TrialWork
                 Close TrialWork
                 Open I-O TrialWork
               End-If
             End-If
           End-If
           If Open-Failed
             DISPLAY "cob05u: " Open-Fail-Reason
             Move 8 to Backout-Return-Code
           End-If
           Open Output BackoutRpt
           Move spaces to Bck-Rec
           String "cob05u master backout report" delimited by size
                  into Bck-Rec
           Write Bck-Rec
           Move spaces to Bck-Rec
           String "Activity file : " ActRpt-File-Path
                  delimited by size into Bck-Rec
           Write Bck-Rec
           Move spaces to Bck-Rec
           String "Master file   : " Master-File-Path
                  delimited by size into Bck-Rec
           Write Bck-Rec
           If Trial-Run
             Move spaces to Bck-Rec
             String "** TRIAL RUN - master and history not updated **"
                    delimited by size into Bck-Rec
             Write Bck-Rec
           End-If
           Move spaces to Bck-Rec
           String "Started       : " Start-Date-Ws " " Start-Time-Ws
                  delimited by size into Bck-Rec
           Write Bck-Rec
           Move spaces to Bck-Rec
           Write Bck-Rec.

      *----------------------------------------------------------------
      * Load-Backout-Work - parse the activity report into the work
      * file, one record per ADD/CHG/DEL entry.  The key is the
      * entry's position subtracted from all nines, so a plain
      * forward read of the work file hands the entries back newest
      * first.  Lines this program has no use for are skipped.
      *----------------------------------------------------------------
       Load-Backout-Work.
           Open Output BackoutWork
           Move "N" to Eof-Switch
           Perform Read-Activity-Line Until EOF
           Perform File-Pending-Entry
           Close ActivityRpt
           Close BackoutWork.

       Read-Activity-Line.
           Read ActivityRpt
             At End
               Set EOF to True
             Not At End
               Add 1 to Act-Line-Count
               Evaluate True
                 When Act-Rec(1:4) = "ADD "
                   Perform File-Pending-Entry
                   Move "ADD" to Pend-Type
                   Perform Open-Pending-Entry
                 When Act-Rec(1:4) = "CHG "
                   Perform File-Pending-Entry
                   Move "CHG" to Pend-Type
                   Perform Open-Pending-Entry
                 When Act-Rec(1:4) = "DEL "
                   Perform File-Pending-Entry
      *            Nothing was deleted - nothing to put back.
                   If Act-Rec(24:2) = "**"
                     Add 1 to Del-Nf-Count
                   Else
                     Move "DEL" to Pend-Type
                     Perform Open-Pending-Entry
                   End-If
                 When Act-Rec(1:10) = "  before: "
                   If Entry-Pending
                     Move Act-Rec(11:216) to Pend-Before
                     Move "Y" to Pend-Before-Sw
                   End-If
                 When Act-Rec(1:10) = "  after : "
                   If Entry-Pending
                     Move Act-Rec(11:216) to Pend-After
                     Move "Y" to Pend-After-Sw
                   End-If
                 When Other
                   Continue
               End-Evaluate
           End-Read.

       Open-Pending-Entry.
           Set Entry-Pending to True
           Add 1 to Pend-Seq
           Move Act-Rec(5:18) to Pend-Account
           Move "N"    to Pend-Before-Sw
           Move "N"    to Pend-After-Sw
           Move spaces to Pend-Before
           Move spaces to Pend-After.

       File-Pending-Entry.
           If Entry-Pending
             Move "N" to Pend-Switch
             Move spaces to Backout-Rec
             Compute BW-Rev-Seq = 999999999 - Pend-Seq
             Move Pend-Type      to BW-Type
             Move Pend-Account   to BW-Account
             Move Pend-Before-Sw to BW-Before-Sw
             Move Pend-After-Sw  to BW-After-Sw
             Move Pend-Before    to BW-Before
             Move Pend-After     to BW-After
             Write Backout-Rec
               Invalid Key
                 Continue
             End-Write
             Add 1 to Entry-Count
           End-If.

      *----------------------------------------------------------------
      * Apply-Backout - the entries newest first, each reversed only
      * while the master is still exactly as the run left it.
      *----------------------------------------------------------------
       Apply-Backout.
           Open Input BackoutWork
           Move "N" to Work-Eof-Switch
           Perform Backout-One-Entry Until EOF-Work
           Close BackoutWork.

       Backout-One-Entry.
           Read BackoutWork Next
             At End
               Set EOF-Work to True
             Not At End
               Evaluate BW-Type
                 When "ADD"
                   Perform Backout-Add
                 When "CHG"
                   Perform Backout-Change
                 When "DEL"
                   Perform Backout-Delete
               End-Evaluate
           End-Read.

       Backout-Add.
           If BW-After-Sw not = "Y"
             Move "no after-image in the activity report"
               to Conflict-Reason
             Perform Write-Conflict
           Else
             Perform Get-Current-Image
             If not Cur-On-Master
               Move "Account no longer on the master"
                 to Conflict-Reason
               Perform Write-Conflict
             Else
               If Cur-Image not = BW-After
                 Move "master changed since the run"
                   to Conflict-Reason
                 Perform Write-Conflict
               Else
                 If not Trial-Run
                   Delete MasterFile
                 End-If
                 Move "N" to Cur-Found-Switch
                 Add 1 to Add-Undone-Count
               End-If
             End-If
             Perform Note-Trial-Image
           End-If.

       Backout-Change.
           If BW-Before-Sw not = "Y" or BW-After-Sw not = "Y"
             Move "before/after image missing in the activity report"
               to Conflict-Reason
             Perform Write-Conflict
           Else
             Perform Get-Current-Image
             If not Cur-On-Master
               Move "Account no longer on the master"
                 to Conflict-Reason
               Perform Write-Conflict
             Else
               If Cur-Image not = BW-After
                 Move "master changed since the run"
                   to Conflict-Reason
                 Perform Write-Conflict
               Else
                 If not Trial-Run
                   Perform Tag-Restored-Groups
                   Move BW-Before     to Master-Rec(1:216)
                   Move Start-Date-Ws to M-Last-Changed
                   Rewrite Master-Rec
                 End-If
                 Move BW-Before to Cur-Image
                 Add 1 to Chg-Undone-Count
               End-If
             End-If
             Perform Note-Trial-Image
           End-If.

      *    Field groups as cob05 weighs them: name (with Gender),
      *    birthday, address, phone/email.
       Tag-Restored-Groups.
           If Master-Rec(19:51) not = BW-Before(19:51)
             Move "*BACKOUT" to M-Name-Source
           End-If
           If Master-Rec(70:8) not = BW-Before(70:8)
             Move "*BACKOUT" to M-Bday-Source
           End-If
           If Master-Rec(78:84) not = BW-Before(78:84)
             Move "*BACKOUT" to M-Addr-Source
           End-If
           If Master-Rec(162:55) not = BW-Before(162:55)
             Move "*BACKOUT" to M-Contact-Source
           End-If.

      *    The Account must still be absent - one that came back
      *    since (a later run's ADD, a manual reload) is newer than
      *    anything this backout could put there.
       Backout-Delete.
           Perform Get-Current-Image
           If not Cur-On-Master
             If BW-Before-Sw = "Y"
               Move BW-Before to Prg-Image
               Set Prg-Found to True
             Else
               Perform Find-Purge-Image
             End-If
             If Prg-Found
               If not Trial-Run
                 Move Prg-Image     to Master-Rec(1:216)
                 Move 0             to M-Date-Added
                 Move Start-Date-Ws to M-Last-Seen
                 Move Start-Date-Ws to M-Last-Changed
                 Move "*BACKOUT"    to M-Last-Source
                 Move "*BACKOUT"    to M-Name-Source
                                       M-Bday-Source
                                       M-Addr-Source
                                       M-Contact-Source
                 Write Master-Rec
                   Invalid Key
                     Continue
                 End-Write
               End-If
               Set Cur-On-Master to True
               Move Prg-Image to Cur-Image
               Add 1 to Del-Undone-Count
             Else
               Move "no before-image in the report or purge file"
                 to Conflict-Reason
               Perform Write-Conflict
             End-If
           Else
             Move "Account is back on the master" to Conflict-Reason
             Perform Write-Conflict
           End-If
           Perform Note-Trial-Image.

      *    A live run reads the master (and leaves the record there
      *    for a Rewrite).  A trial takes an Account it has already
      *    reached from the trial work file, since the master still
      *    shows it as it was before the trial began.
       Get-Current-Image.
           Move "N" to Cur-Found-Switch
           Move spaces to Cur-Image
           If Trial-Run
             Move BW-Account to TW-Account
             Read TrialWork
               Invalid Key
                 Perform Read-Master-Image
               Not Invalid Key
                 Move TW-On-Master-Sw to Cur-Found-Switch
                 Move TW-Image        to Cur-Image
             End-Read
           Else
             Perform Read-Master-Image
           End-If.

       Read-Master-Image.
           Move BW-Account to M-Account
           Read MasterFile
             Invalid Key
               Continue
             Not Invalid Key
               Set Cur-On-Master to True
               Move Master-Rec(1:216) to Cur-Image
           End-Read.

      *    The Account as this entry left it - or, in a trial, would
      *    have - for the Account's older entries to be checked
      *    against.
       Note-Trial-Image.
           If Trial-Run
             Move BW-Account       to TW-Account
             Move Cur-Found-Switch to TW-On-Master-Sw
             Move Cur-Image        to TW-Image
             Write Trial-Rec
               Invalid Key
                 Rewrite Trial-Rec
             End-Write
           End-If.

      *    The purge archive is permanent and only ever extended, so
      *    the last image filed for the Account is the one the run
      *    being backed out removed.
       Find-Purge-Image.
           Move "N" to Prg-Found-Switch
           Open Input PurgeFile
           If Purge-File-Status = "00"
             Move "N" to Prg-Eof-Switch
             Perform Scan-Purge-File Until EOF-Prg
             Close PurgeFile
           End-If
           If Prg-Found
             Add 1 to Del-Prg-Count
           End-If.

       Scan-Purge-File.
           Read PurgeFile
             At End
               Set EOF-Prg to True
             Not At End
               If Purge-Rec(1:18) = BW-Account
                 Move Purge-Rec to Prg-Image
                 Set Prg-Found to True
               End-If
           End-Read.

       Write-Conflict.
           Add 1 to Conflict-Count
           Move spaces to Bck-Rec
           String BW-Account " " BW-Type " not reversed - "
                  Conflict-Reason
                  delimited by size into Bck-Rec
           Write Bck-Rec.

      *----------------------------------------------------------------
      * Finish - the backout totals, the history entry, and the
      * return code.
      *----------------------------------------------------------------
       Finish.
           If not Open-Failed
             Close MasterFile
             If Trial-Run
               Close TrialWork
             End-If
           End-If

           Accept End-Date-Ws from Date YYYYMMDD
           Accept End-Time-Ws from Time

           Compute Undone-Count =
             Add-Undone-Count + Chg-Undone-Count + Del-Undone-Count
           Move Act-Line-Count   to Rpt-Line-Count
           Move Entry-Count      to Rpt-Entry-Count
           Move Del-Nf-Count     to Rpt-Del-Nf-Count
           Move Add-Undone-Count to Rpt-Add-Count
           Move Chg-Undone-Count to Rpt-Chg-Count
           Move Del-Undone-Count to Rpt-Del-Count
           Move Del-Prg-Count    to Rpt-Prg-Count
           Move Conflict-Count   to Rpt-Conflict-Count
           Move spaces to Bck-Rec
           Write Bck-Rec
           If Open-Failed
             Move spaces to Bck-Rec
             String "** BACKOUT NOT RUN - " Open-Fail-Reason " **"
                    delimited by size into Bck-Rec
             Write Bck-Rec
           Else
             Move spaces to Bck-Rec
             String "Lines read    : " Rpt-Line-Count
                    delimited by size into Bck-Rec
             Write Bck-Rec
             Move spaces to Bck-Rec
             String "Entries       : " Rpt-Entry-Count
                    delimited by size into Bck-Rec
             Write Bck-Rec
             Move spaces to Bck-Rec
             String "ADDs removed  : " Rpt-Add-Count
                    delimited by size into Bck-Rec
             Write Bck-Rec
             Move spaces to Bck-Rec
             String "CHGs restored : " Rpt-Chg-Count
                    delimited by size into Bck-Rec
             Write Bck-Rec
             Move spaces to Bck-Rec
             String "DELs restored : " Rpt-Del-Count
                    " (" Rpt-Prg-Count " from the purge file)"
                    delimited by size into Bck-Rec
             Write Bck-Rec
             Move spaces to Bck-Rec
             String "DELs not found: " Rpt-Del-Nf-Count
                    " (nothing was deleted, nothing to restore)"
                    delimited by size into Bck-Rec
             Write Bck-Rec
             Move spaces to Bck-Rec
             String "Conflicts     : " Rpt-Conflict-Count
                    delimited by size into Bck-Rec
             Write Bck-Rec
             If Conflict-Count > 0
               Move spaces to Bck-Rec
               String "** WARNING - " Rpt-Conflict-Count
                      " entr(ies) left as they are on the master, "
                      "see above **"
                      delimited by size into Bck-Rec
               Write Bck-Rec
               Move 4 to Backout-Return-Code
             End-If
             If Del-Undone-Count > 0
               Move spaces to Bck-Rec
               String "** NOTE - restored Accounts keep their images "
                      "in the purge archive, which is never "
                      "rewritten **"
                      delimited by size into Bck-Rec
               Write Bck-Rec
             End-If
             If not Trial-Run
               Perform Append-Backout-History
             End-If
           End-If
           Move spaces to Bck-Rec
           String "Ended         : " End-Date-Ws " " End-Time-Ws
                  delimited by size into Bck-Rec
           Write Bck-Rec
           Close BackoutRpt.

      *    One history line for the backout, shaped like a cob05 run:
      *    entries read, entries reversed, entries in conflict, and
      *    the master movement the backout itself made.  cob05m
      *    counts it as a run of its own (its own date and time), so
      *    the adds it took off and the deletes it put back come out
      *    of the book figure exactly as they came off the master.
       Append-Backout-History.
           Open Extend RunHistFile
           If Hist-File-Status not = "00"
             Open Output RunHistFile
           End-If
           If Hist-File-Status = "00"
             Move spaces to Hist-Rec
             Move Start-Date-Ws    to H-Run-Date
             Move Start-Time-Ws    to H-Run-Time
             Move "*BACKOUT"       to H-Source
             Move Entry-Count      to H-Read
             Move Undone-Count     to H-Written
             Move Conflict-Count   to H-Reject
             Move 0                to H-Exception
             Move 0                to H-Dup
             Move ActRpt-File-Path to H-In-Path
             Move Del-Undone-Count to H-Mst-Add
             Move Chg-Undone-Count to H-Mst-Chg
             Move Add-Undone-Count to H-Mst-Del
             Move 0                to H-Src-Exception
             Move Del-Undone-Count to H-Src-Mst-Add
             Move Chg-Undone-Count to H-Src-Mst-Chg
             Move Add-Undone-Count to H-Src-Mst-Del
             Write Hist-Rec
             Close RunHistFile
           End-If.
