      *    One pending-approval record on the APPROVQ dataset, shared
      *    by DualCtl (which files and consumes requests for the
      *    programs that destroy or rewrite shared data) and APPRREV
      *    (the second supervisor's review screen). ap-action names
      *    the operation -- BENCHARC, CKPURGE, CKREASGN, LOCKOVR,
      *    TTTCNVT, REOPEN, SUITERST -- and ap-params carries exactly
      *    what was asked for (cutoff date, checkpoint owners, lock
      *    holder, period, backup set and datasets), so an approval
      *    covers that one operation and nothing else.
      *    ap-status runs PENDING, then APPROVED or REJECTED, then
      *    DONE once the requestor's program carries it out; a
      *    request left PENDING, or APPROVED but not carried out,
      *    for longer than the APRVHRS site parameter becomes
      *    EXPIRED. ap-reviewer and its date and time record the
      *    approval or rejection (or the expiry, with reviewer
      *    *EXPIRY*).
       01 appr-fields.
           05 ap-reqno PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ap-action PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ap-params PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 ap-requestor PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ap-req-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ap-req-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ap-status PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ap-reviewer PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ap-rev-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ap-rev-time PIC 9(6).

      *    One APPRJRNL journal record: every request, approval,
      *    rejection, expiry, and execution, appended and never
      *    rewritten -- the four-eyes evidence for the auditors.
       01 appr-jrnl-out.
           05 aj-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 aj-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 aj-reqno PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 aj-event PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 aj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 aj-action PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 aj-params PIC X(30).
