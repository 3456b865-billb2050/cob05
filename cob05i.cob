      * cycle.
      *
      * A blank Account on the inquiry screen ends the session.
      *
      * 10/15/2026 The master record gained cob05's date/source
      *            stamps.  A saved correction stamps the date last
      *            changed; the vendor-side stamps (date added, last
      *            seen, last source) are left as cob05 set them, and
      *            the change log keeps logging the customer fields.
      * 10/15/2026 The master record gained cob05's field-group
      *            source tags.  A saved correction credits each
      *            group it altered (name, birthday, address,
      *            phone/email) to source "*MANUAL", so the site's
      *            precedence table decides whether a vendor feed
      *            may overwrite an operator's correction - rank
      *            *MANUAL there to make corrections stick.
      *
       Environment Division.
       Configuration Section.
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

       FD ChangeLog.
         01 Log-Rec           pic x(240).

      *    Before-image held for the change log, like the batch
      *    activity report's Master-Old-Rec.
         01 Master-Old-Rec       pic x(290).

         01 Session-Counts.
           05 Change-Count       pic S9(5) COMP value 0.
             Until E-Action not = "S" or not Edits-Failed
           If E-Action = "S"
             Perform Store-Edit-Fields
             Accept Log-Date-Ws from Date YYYYMMDD
             Move Log-Date-Ws to M-Last-Changed
             Perform Tag-Corrected-Groups
             Rewrite Master-Rec
             Add 1 to Change-Count
             Perform Log-Change
                    into Scr-Message
           End-If.

      *    Field groups as cob05 weighs them: name (with Gender),
      *    birthday, address, phone/email.  A group the operator
      *    left as it was keeps the source that supplied it.
       Tag-Corrected-Groups.
           If Master-Rec(19:51) not = Master-Old-Rec(19:51)
             Move "*MANUAL" to M-Name-Source
           End-If
           If Master-Rec(70:8) not = Master-Old-Rec(70:8)
             Move "*MANUAL" to M-Bday-Source
           End-If
           If Master-Rec(78:84) not = Master-Old-Rec(78:84)
             Move "*MANUAL" to M-Addr-Source
           End-If
           If Master-Rec(162:55) not = Master-Old-Rec(162:55)
             Move "*MANUAL" to M-Contact-Source
           End-If.

      *    One pass over the correction screen.  A save request is
      *    held back by the same edits cob05 enforces; the failure
      *    reason lands in the message line and the screen comes
                  delimited by size into Log-Rec
           Write Log-Rec
           Move spaces to Log-Rec
           String "  before: " Master-Old-Rec(1:216)
                  delimited by size into Log-Rec
           Write Log-Rec
           Move spaces to Log-Rec
           String "  after : " Master-Rec(1:216) delimited by size
                  into Log-Rec
           Write Log-Rec.

