      *    program that edits, compares or emits Phone relies on
      *    that shape; ContactPhoneConvert is the one-time run
      *    that widened the field from the old X(10).
      *    Contact_Owner is the USR-ID of the operator who looks
      *    after the contact (spaces = nobody yet); it is set on
      *    Add-Contact, changed in the contact form or moved in
      *    bulk by ContactReassign. ContactOwnerConvert is the
      *    one-time run that added it.
      *    Post_Returned / Email_Bounced are "Y" while the postal
      *    address / email is known to be undeliverable : set by
      *    ContactReturns from the post office returns and the
      *    mail server bounce list, cleared when the address or
      *    email is corrected in GCA. The date, reason code and
      *    count of the returns are kept after the flag clears.
      *    ContactReturnConvert is the one-time run that added
      *    them.
      *----------------------------------------------------------------
       01 contact-record.
           05 ID_Contact Pic 9(5).
           05 Country PIC X(30).
           05 Last_Modified PIC 9(08).
           05 Key_Date PIC 9(08).
           05 Contact_Owner PIC X(08).
           05 Post_Returned PIC X(01).
           05 Post_Return_Date PIC 9(08).
           05 Post_Return_Reason PIC X(02).
           05 Post_Return_Count PIC 9(03).
           05 Email_Bounced PIC X(01).
           05 Email_Bounce_Date PIC 9(08).
           05 Email_Bounce_Reason PIC X(02).
           05 Email_Bounce_Count PIC 9(03).
