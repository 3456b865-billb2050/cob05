      * one-time migration step for sites upgrading to the widened
      * record.
      *
      * 10/15/2026 The master record gained cob05's date/source
      *            stamps (date added, last seen, last changed, last
      *            source) after the customer fields.  The
      *            conversion mode now also migrates a master in the
      *            216-byte unstamped layout (COB05M_OLDLAYOUT=216,
      *            the default; 209 still converts the pre-Zip+4
      *            layout), straight to the stamped layout either
      *            way.  A converted record is stamped last seen on
      *            the conversion date, so the dormancy clock starts
      *            there; its date added, date changed, and source
      *            are unknown and left zero/blank.
      * 10/15/2026 The master record gained cob05's field-group
      *            source tags (the source that supplied the name,
      *            birthday, address, and phone/email values) after
      *            the stamps.  The conversion mode now also
      *            migrates a master in the 250-byte stamped layout
      *            (COB05M_OLDLAYOUT=250, now the default; 216 and
      *            209 still convert the older layouts), carrying
      *            its stamps over as they are.  Every converted
      *            record's group sources are unknown and left
      *            blank, which cob05's precedence table treats as
      *            unranked - the next feed of any source takes
      *            them.
      *
      * The audit report carries the failing records and the count
      * verification; the run ends with return code 4 when the
      * count does not tie to the history, so the scheduler can
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OM-Account
           File Status Is Old-Master-Status.
      *    A master in the 216-byte layout from before the stamps,
      *    read only by the conversion mode.
       Select UnstampedFile Assign to Dynamic
           Old-Master-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS US-Account
           File Status Is Old-Master-Status.
      *    A master in the 250-byte stamped layout from before the
      *    field-group source tags, read only by the conversion mode.
       Select StampedFile Assign to Dynamic
           Old-Master-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SS-Account
           File Status Is Old-Master-Status.
      *    Flat unload of the master, written during the audit pass
      *    when a rebuild was asked for and read back to reload.
       Select UnloadFile Assign to Dynamic
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

      *    The pre-Zip+4 layout: identical through Zip, with the
      *    contact overflow fields following immediately - no
           05 OM-Thru-Zip     pic x(111).
           05 OM-Tail         pic x(80).

      *    The unstamped layout: the customer fields exactly as the
      *    stamped record starts with them.
       FD UnstampedFile.
         01 Unstamped-Rec.
           05 US-Account      pic x(18).
           05 US-Customer     pic x(198).

      *    The stamped layout: customer fields and stamps exactly as
      *    the current record starts with them.
       FD StampedFile.
         01 Stamped-Rec.
           05 SS-Account      pic x(18).
           05 SS-Rest         pic x(232).

       FD UnloadFile.
         01 Unload-Rec        pic x(290).

      *    Same layout cob05 appends - only the run date/time, the
      *    source (to spot a new run starting), and the master
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

       FD AuditRpt.
         01 Aud-Rec           pic x(220).
              88 Rebuild-On      value "Y".
           05 Convert-Switch     pic x value "N".
              88 Convert-On      value "Y".
      *    Which old layout the conversion mode reads.
           05 Old-Layout         pic x(3) value "250".
              88 Old-Layout-209  value "209".
              88 Old-Layout-216  value "216".

         01 Run-Counts.
           05 Rec-Read-Count     pic S9(7) COMP value 0.
           If Env-Value not = spaces
             Move Env-Value to Old-Master-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05M_OLDLAYOUT"
           If Env-Value not = spaces
             Move Env-Value(1:3) to Old-Layout
           End-If

           Accept Start-Date-Ws from Date YYYYMMDD
           Accept Start-Time-Ws from Time
      *      Conversion reads the set-aside old-layout master and
      *      builds the widened master fresh - the audit-side files
      *      stay closed.
             Evaluate True
               When Old-Layout-209
                 Open Input OldMasterFile
               When Old-Layout-216
                 Open Input UnstampedFile
               When Other
                 Open Input StampedFile
             End-Evaluate
             If Old-Master-Status not = "00"
               Set Old-Open-Failed to True
               Move Old-Master-Status to Old-Open-Status

      *----------------------------------------------------------------
      * Convert-Master - the one-time layout migration: every record
      * of the set-aside master is rewritten in the current layout.
      * A 209-byte record is copied byte for byte through Zip, with
      * Zip+4 and country space-filled and the contact overflow
      * fields shifted past them; a 216-byte record is copied whole.
      * Either way the stamps start from the conversion date.  A
      * 250-byte record keeps its stamps.  The field-group sources
      * are blank in every case.  The old file is read in key
      * order, so the new index loads clean.
      *----------------------------------------------------------------
       Convert-Master.
           If Old-Open-Failed
             Write Aud-Rec
           Else
             Move "N" to Eof-Switch
             Evaluate True
               When Old-Layout-209
                 Perform Convert-One-Record Until EOF
                 Close OldMasterFile
               When Old-Layout-216
                 Perform Convert-One-Unstamped Until EOF
                 Close UnstampedFile
               When Other
                 Perform Convert-One-Stamped Until EOF
                 Close StampedFile
             End-Evaluate
             Close MasterFile
             Move Convert-Count to Rpt-Convert-Count
             Move spaces to Aud-Rec
             Write Aud-Rec
             Move spaces to Aud-Rec
             String "New master    : " Master-File-Path
                    " (current layout, from the " Old-Layout
                    "-byte layout)"
                    delimited by size into Aud-Rec
             Write Aud-Rec
             Move spaces to Aud-Rec
             If Old-Layout-209 or Old-Layout-216
               String "Stamps        : last seen " Start-Date-Ws
                      ", date added/changed and source unknown"
                      delimited by size into Aud-Rec
             Else
               String "Stamps        : carried over as they were"
                      delimited by size into Aud-Rec
             End-If
             Write Aud-Rec
             Move spaces to Aud-Rec
             String "Group sources : unknown (blank) - unranked "
                    "until the next feed supplies each group"
                    delimited by size into Aud-Rec
             Write Aud-Rec
           End-If.
               Move OM-Account  to M-Account
               Move OM-Thru-Zip to Master-Rec(19:111)
               Move OM-Tail     to Master-Rec(137:80)
               Perform Stamp-Converted-Record
               Write Master-Rec
               Add 1 to Convert-Count
           End-Read.

       Convert-One-Unstamped.
           Read UnstampedFile Next
             At End
               Set EOF to True
             Not At End
               Move spaces        to Master-Rec
               Move Unstamped-Rec to Master-Rec(1:216)
               Perform Stamp-Converted-Record
               Write Master-Rec
               Add 1 to Convert-Count
           End-Read.

       Convert-One-Stamped.
           Read StampedFile Next
             At End
               Set EOF to True
             Not At End
               Move spaces      to Master-Rec
               Move Stamped-Rec to Master-Rec(1:250)
               Write Master-Rec
               Add 1 to Convert-Count
           End-Read.

       Stamp-Converted-Record.
           Move 0             to M-Date-Added
           Move Start-Date-Ws to M-Last-Seen
           Move 0             to M-Last-Changed
           Move spaces        to M-Last-Source.
