        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACC-USER-KEY
        FILE STATUS IS acct-file-status.
    SELECT ACCOUNT-PREV-FILE ASSIGN TO "InCollege-Accounts.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACC-PREV-USER-KEY
        FILE STATUS IS acct-prev-file-status.
    SELECT ACCOUNT-OLD-FILE ASSIGN TO "InCollege-Accounts.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JOB-ID-KEY
        FILE STATUS IS jobs-file-status.
    SELECT JOBS-DATED-FILE ASSIGN TO "InCollege-Jobs.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JOB-DATED-ID-KEY
        FILE STATUS IS jobs-dated-file-status.
    SELECT JOBS-PREV-FILE ASSIGN TO "InCollege-Jobs.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    SELECT COMPANY-FILE ASSIGN TO "InCollege-Companies.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS company-file-status.
    SELECT RECRUITER-FILE ASSIGN TO "InCollege-Recruiters.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS recruiter-file-status.
    SELECT EVENT-FILE ASSIGN TO "InCollege-Events.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS event-file-status.
    SELECT EVENTREG-FILE ASSIGN TO "InCollege-EventRegs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS eventreg-file-status.
    SELECT TERMS-FILE ASSIGN TO "InCollege-Terms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS terms-file-status.
    SELECT MODERATION-FILE ASSIGN TO "InCollege-Moderation.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS moderation-file-status.
    SELECT REFERENCE-FILE ASSIGN TO "InCollege-References.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS reference-file-status.
    SELECT MENTOR-FILE ASSIGN TO "InCollege-Mentors.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS mentor-file-status.
    SELECT MENTORSHIP-FILE ASSIGN TO "InCollege-Mentorships.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS mentorship-file-status.
    SELECT SKILLS-FILE ASSIGN TO "InCollege-Skills.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS skills-file-status.
    SELECT CHECKPOINT-FILE ASSIGN TO "InCollege-Checkpoint.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS checkpoint-file-status.
    SELECT RUNCONTROL-FILE ASSIGN TO "InCollege-RunControl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS runctl-file-status.
    SELECT MESSAGE-FILE ASSIGN TO "InCollege-Messages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS message-file-status.
    SELECT AGING-FILE ASSIGN TO "InCollege-Aging.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS aging-file-status.
    SELECT ENGAGEMENT-FILE ASSIGN TO "InCollege-Engagement.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS engagement-file-status.
    SELECT SALARY-FOLLOWUP-FILE ASSIGN TO "InCollege-SalaryFollowUp.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS salary-followup-status.
    SELECT SALARY-BENCH-FILE ASSIGN TO "InCollege-SalaryBenchmark.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS salary-bench-status.
    SELECT EVENT-ROSTER-FILE ASSIGN TO "InCollege-EventRoster.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS event-roster-status.
    SELECT MENTOR-EXTRACT-FILE ASSIGN TO "InCollege-MentorExtract.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS mentor-extract-status.
    SELECT DUPLICATES-FILE ASSIGN TO "InCollege-Duplicates.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS duplicates-file-status.
    SELECT RESUME-EXTRACT-FILE ASSIGN USING resume-extract-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS resume-extract-status.
    SELECT CLOSURE-FILE ASSIGN USING closure-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS closure-file-status.

DATA DIVISION.
FILE SECTION.
    05 ACC-OPER-FILE  PIC X.
    05 ACC-SUSP-FILE  PIC X.
    05 ACC-HASHED-FILE PIC X.
    05 ACC-LAST-LOGIN-FILE  PIC 9(8).
    05 ACC-LOGIN-COUNT-FILE PIC 9(5).

*> Previous indexed layout of the same file, from before accounts
*> carried a last sign-in date and sign-in count. Read once by
*> MIGRATE-OLD-ACCOUNT-FILE, which starts tracking from the run date.
FD ACCOUNT-PREV-FILE.
01 ACC-PREV-REC-FILE.
    05 ACC-PREV-USER-KEY    PIC X(20).
    05 ACC-PREV-PASS-FILE   PIC X(20).
    05 ACC-PREV-FAILS-FILE  PIC 9(2).
    05 ACC-PREV-LOCK-FILE   PIC X.
    05 ACC-PREV-OPER-FILE   PIC X.
    05 ACC-PREV-SUSP-FILE   PIC X.
    05 ACC-PREV-HASHED-FILE PIC X.

*> Pre-conversion 40-byte layout of the same file, read once by
*> MIGRATE-OLD-ACCOUNT-FILE when no later layout can be opened.
FD ACCOUNT-OLD-FILE.
01 ACC-OLD-REC-FILE.
    05 ACC-OLD-USER-KEY  PIC X(20).
FD JOBS-FILE.
01 JOB-REC-FILE.
    05 JOB-ID-KEY      PIC 9(6).
    05 JOB-DETAIL-FILE PIC X(445).

*> Previous indexed layout of the same file, from before postings
*> carried a pay range. Read once by MIGRATE-OLD-JOBS-FILE, which
*> reads each free-text salary into a range where it can.
FD JOBS-DATED-FILE.
01 JOB-DATED-REC-FILE.
    05 JOB-DATED-ID-KEY      PIC 9(6).
    05 JOB-DATED-DETAIL-FILE PIC X(408).

*> Previous indexed layout of the same file, from before postings
*> carried a posted date. Read once by MIGRATE-OLD-JOBS-FILE, which
    05 APP-SNAP-YEAR-FILE  PIC 9(4).
    05 APP-SNAP-EXP-FILE   PIC X(160).
    05 APP-SNAP-SKILLS-FILE PIC X(200).
    05 APP-SNAP-REFS-FILE   PIC X(960).

FD ENDORSE-FILE.
01 ENDO-REC-FILE.
    05 COMP-INDUSTRY-FILE PIC X(30).
    05 COMP-LOCATION-FILE PIC X(50).

FD RECRUITER-FILE.
01 RCR-REC-FILE.
    05 RCR-USER-FILE    PIC X(20).
    05 RCR-COMP-ID-FILE PIC 9(4).

FD EVENT-FILE.
01 EVT-REC-FILE.
    05 EVT-ID-FILE         PIC 9(4).
    05 EVT-TITLE-FILE      PIC X(50).
    05 EVT-DATE-FILE       PIC 9(8).
    05 EVT-LOCATION-FILE   PIC X(50).
    05 EVT-CAPACITY-FILE   PIC 9(4).
    05 EVT-CREATOR-FILE    PIC X(20).
    05 EVT-COMP-COUNT-FILE PIC 9.
    05 EVT-COMP-ID-FILE OCCURS 5 TIMES PIC 9(4).

FD EVENTREG-FILE.
01 EREG-REC-FILE.
    05 EREG-EVENT-ID-FILE PIC 9(4).
    05 EREG-USER-FILE     PIC X(20).
    05 EREG-STATUS-FILE   PIC X.
    05 EREG-NOTIFY-FILE   PIC X.

FD TERMS-FILE.
01 TERM-REC-FILE.
    05 TERM-TEXT-FILE PIC X(30).

FD MODERATION-FILE.
01 MOD-REC-FILE.
    05 MOD-ID-FILE           PIC 9(5).
    05 MOD-KIND-FILE         PIC X.
    05 MOD-SOURCE-FILE       PIC X.
    05 MOD-STATUS-FILE       PIC X.
    05 MOD-DATE-FILE         PIC 9(8).
    05 MOD-REPORTER-FILE     PIC X(20).
    05 MOD-SENDER-FILE       PIC X(20).
    05 MOD-RECEIVER-FILE     PIC X(20).
    05 MOD-JOB-ID-FILE       PIC 9(6).
    05 MOD-REASON-FILE       PIC X(50).
    05 MOD-TEXT-FILE         PIC X(200).
    05 MOD-DECIDED-BY-FILE   PIC X(20).
    05 MOD-DECIDED-DATE-FILE PIC 9(8).

FD REFERENCE-FILE.
01 REF-REC-FILE.
    05 REF-WRITER-FILE PIC X(20).
    05 REF-MEMBER-FILE PIC X(20).
    05 REF-ROLE-FILE   PIC X(20).
    05 REF-ORG-FILE    PIC X(50).
    05 REF-TEXT-FILE   PIC X(200).
    05 REF-STATUS-FILE PIC X.
    05 REF-DATE-FILE   PIC 9(8).

FD MENTOR-FILE.
01 MNT-REC-FILE.
    05 MNT-USER-FILE   PIC X(20).
    05 MNT-STATUS-FILE PIC X.
    05 MNT-AREAS-FILE.
        10 MNT-AREA-FILE OCCURS 5 TIMES PIC X(30).
    05 MNT-JOINED-FILE PIC 9(8).

FD MENTORSHIP-FILE.
01 MSP-REC-FILE.
    05 MSP-MENTOR-FILE    PIC X(20).
    05 MSP-STUDENT-FILE   PIC X(20).
    05 MSP-STATUS-FILE    PIC X.
    05 MSP-REQUESTED-FILE PIC 9(8).
    05 MSP-DECIDED-FILE   PIC 9(8).
    05 MSP-NOTE-FILE      PIC X(100).

FD SKILLS-FILE.
01 SKILL-REC-FILE.
    05 SKILL-NAME-FILE PIC X(30).
    05 CKPT-ACTION-FILE PIC X(30).
    05 CKPT-NEXT-JOB-FILE PIC 9(6).

FD RUNCONTROL-FILE.
01 RUNCTL-REC PIC X(80).

FD RECOMMEND-FILE.
01 RECOMMEND-REC PIC X(200).

FD AGING-FILE.
01 AGING-REC PIC X(200).

FD ENGAGEMENT-FILE.
01 ENGAGEMENT-REC PIC X(200).

FD SALARY-FOLLOWUP-FILE.
01 SALARY-FOLLOWUP-REC PIC X(400).

FD SALARY-BENCH-FILE.
01 SALARY-BENCH-REC PIC X(200).

FD EVENT-ROSTER-FILE.
01 EVENT-ROSTER-REC PIC X(400).

FD MENTOR-EXTRACT-FILE.
01 MENTOR-EXTRACT-REC PIC X(400).

FD DUPLICATES-FILE.
01 DUPLICATE-REC PIC X(200).

FD RESUME-EXTRACT-FILE.
01 RESUME-EXTRACT-REC PIC X(250).

FD CLOSURE-FILE.
01 CLOSURE-REC PIC X(200).

FD ALERT-FILE.
01 ALERT-REC-FILE.
    05 ALERT-USER-FILE PIC X(20).
01 conn-file-status PIC XX.
01 request-file-status PIC XX.
01 trimmedUser PIC X(20).
01 loggedInUser PIC 999 VALUE 0.
01 temp-year PIC 9(4).
01 trimmed-input PIC X(50).
01 short-trimmed PIC X(4).
    05 roster-oper OCCURS 200 TIMES PIC X VALUE "N".
    05 roster-susp OCCURS 200 TIMES PIC X VALUE "N".
    05 roster-hashed OCCURS 200 TIMES PIC X VALUE "N".
*> Date of the last successful sign-in and the number of sign-ins.
*> An account that has not signed in since tracking began carries
*> the date tracking started (creation or conversion) and a count of
*> zero.
    05 roster-last-login OCCURS 200 TIMES PIC 9(8) VALUE 0.
    05 roster-login-count OCCURS 200 TIMES PIC 9(5) VALUE 0.

01 acct-old-file-status PIC XX.
01 acct-prev-file-status PIC XX.
01 jobs-dated-file-status PIC XX.
01 jobs-prev-file-status PIC XX.
01 jobs-old-file-status PIC XX.
01 purge-job-id PIC 9(6).
    05 FILLER PIC X(15) VALUE "Endorsements".
    05 FILLER PIC X(15) VALUE "Interviews".
    05 FILLER PIC X(15) VALUE "Companies".
    05 FILLER PIC X(15) VALUE "Recruiters".
    05 FILLER PIC X(15) VALUE "Events".
    05 FILLER PIC X(15) VALUE "EventRegs".
    05 FILLER PIC X(15) VALUE "Terms".
    05 FILLER PIC X(15) VALUE "Moderation".
    05 FILLER PIC X(15) VALUE "References".
    05 FILLER PIC X(15) VALUE "Mentors".
    05 FILLER PIC X(15) VALUE "Mentorships".
01 backup-store-table REDEFINES backup-store-names.
    05 backup-store-entry OCCURS 20 TIMES PIC X(15).

*> Row image of one account for the backup file; the live roster is
*> kept as parallel tables, the backup as one record per account.
    05 acc-bk-oper   PIC X.
    05 acc-bk-susp   PIC X.
    05 acc-bk-hashed PIC X.
    05 acc-bk-last-login PIC 9(8).
    05 acc-bk-logins     PIC 9(5).

01 prof-backup-rec.
    05 prof-bk-user PIC X(20).
01 arch-term PIC X(12).
01 arch-user PIC X(20).
01 arch-status PIC X(12).
01 arch-annual-min PIC X(9).
01 arch-annual-max PIC X(9).
01 arch-period PIC X.
01 arch-major PIC X(50).
01 term-text PIC X(12).
01 term-month PIC 99.
01 placement-line PIC X(200).
01 digest-offer-count PIC 9(4).
01 digest-alert-count PIC 999.
01 digest-ivw-count PIC 999.
01 digest-event-count PIC 999.
01 digest-member-total PIC 9(5).

01 aging-file-status PIC XX.
01 aging-flag-count PIC 999.
01 stale-posting-days PIC 99 VALUE 30.
01 stale-received-days PIC 99 VALUE 14.

*> End-of-run engagement report for the career center's semester
*> outreach: members with no sign-in for more than dormant-days and
*> what is waiting for them, then counts of the remaining (active)
*> members by university and by major. Operator accounts are left
*> out of both.
01 engagement-file-status PIC XX.
01 engagement-line PIC X(200).
01 dormant-days PIC 999 VALUE 90.
01 eng-member-idx PIC 999.
01 eng-idle-days PIC 9(5).
01 eng-dormant-count PIC 999.
01 eng-active-count PIC 999.
01 eng-open-apps PIC 9(4).
01 eng-unread PIC 9(4).
01 eng-flag-text PIC X(120).
01 eng-flag-ptr PIC 999.
01 eng-group-key PIC X(50).
01 eng-group-idx PIC 999.
01 eng-univ-count PIC 999.
01 eng-major-count PIC 999.
01 eng-univ-table.
    05 eng-univ-entry OCCURS 200 TIMES.
        10 eng-univ-name    PIC X(50).
        10 eng-univ-members PIC 999.
01 eng-major-table.
    05 eng-major-entry OCCURS 200 TIMES.
        10 eng-major-name    PIC X(50).
        10 eng-major-members PIC 999.

*> End-of-run offer salary benchmark for the career center. Every
*> application that reached Offer - live, or in the placement
*> archive - is counted with the annual pay range of its posting,
*> grouped by the employer's industry on the company master and by
*> the major the applicant had when they applied.
01 salary-bench-status PIC XX.
01 salary-followup-status PIC XX.
01 bench-line PIC X(200).
01 bench-live-count PIC 9(5).
01 bench-archived-count PIC 9(5).
01 bench-unstated-count PIC 9(5).
01 bench-employer PIC X(50).
01 bench-major PIC X(50).
01 bench-group-key PIC X(50).
01 bench-has-pay PIC X.
01 bench-min PIC 9(9).
01 bench-max PIC 9(9).
01 bench-cur-employer PIC X(50).
01 bench-cur-has-pay PIC X.
01 bench-cur-min PIC 9(9).
01 bench-cur-max PIC 9(9).
01 bench-group-idx PIC 999.
01 bench-ind-count PIC 999.
01 bench-major-count PIC 999.
01 bench-ind-table.
    05 bench-ind-entry OCCURS 200 TIMES.
        10 bench-ind-name      PIC X(50).
        10 bench-ind-offers    PIC 9(5).
        10 bench-ind-stated    PIC 9(5).
        10 bench-ind-low       PIC 9(9).
        10 bench-ind-high      PIC 9(9).
        10 bench-ind-mid-total PIC 9(13).
01 bench-major-table.
    05 bench-major-entry OCCURS 200 TIMES.
        10 bench-major-name      PIC X(50).
        10 bench-major-offers    PIC 9(5).
        10 bench-major-stated    PIC 9(5).
        10 bench-major-low       PIC 9(9).
        10 bench-major-high      PIC 9(9).
        10 bench-major-mid-total PIC 9(13).
01 bench-out-name PIC X(50).
01 bench-out-offers PIC 9(5).
01 bench-out-stated PIC 9(5).
01 bench-out-low PIC 9(9).
01 bench-out-high PIC 9(9).
01 bench-out-mid-total PIC 9(13).
01 bench-average PIC 9(9).
01 bench-low-text PIC X(14).
01 bench-high-text PIC X(14).
01 bench-avg-text PIC X(14).
01 sort-outer-idx PIC 999.
01 sort-inner-idx PIC 999.
01 sort-swap-slot PIC 999.
01 stat-skill-total PIC 9(5).
01 stat-conn-total PIC 999.

*> Account closure. A closed member is taken out of every live store;
*> postings they own are withdrawn through the placement archive the
*> same way a member withdrawal is, and a confirmation file named for
*> the member lists how many records left each file, for the
*> registrar. close-before holds each store's count going in.
01 closure-file-status PIC XX.
01 closure-file-name PIC X(60).
01 closure-line PIC X(200).
01 close-user PIC X(20).
01 close-by PIC X(20).
01 close-slot PIC 999.
01 close-scan-idx PIC 9(4).
01 close-keep-count PIC 9(4).
01 close-store-idx PIC 99.
01 close-removed-count PIC 9(4).
01 close-store-names.
    05 FILLER PIC X(30) VALUE "InCollege-Accounts.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Profiles.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Connections.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Requests.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Jobs.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Applications.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Messages.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Alerts.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Blocks.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Endorsements.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Interviews.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Recruiters.txt".
    05 FILLER PIC X(30) VALUE "InCollege-EventRegs.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Moderation.txt".
    05 FILLER PIC X(30) VALUE "InCollege-References.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Mentors.txt".
    05 FILLER PIC X(30) VALUE "InCollege-Mentorships.txt".
01 close-store-table REDEFINES close-store-names.
    05 close-store-file OCCURS 17 TIMES PIC X(30).
01 close-count-table.
    05 close-count-entry OCCURS 17 TIMES.
        10 close-before PIC 9(4).
        10 close-after  PIC 9(4).

*> Duplicate members and account merge. Two accounts whose profiles
*> carry the same first name, last name and university are reported
*> as a likely duplicate pair. A merge repoints every row of the
*> retired username at the surviving one, drops the duplicate and
*> self rows that creates, and then closes the retired account.
*> merge-moved and merge-dropped follow close-store-file order.
01 duplicates-file-status PIC XX.
01 dup-line PIC X(200).
01 dup-outer-idx PIC 999.
01 dup-inner-idx PIC 999.
01 dup-pair-count PIC 999.
01 dup-show-flag PIC X.
01 merge-from-user PIC X(20).
01 merge-to-user PIC X(20).
01 merge-from-slot PIC 999.
01 merge-to-slot PIC 999.
01 merge-scan-idx PIC 9(4).
01 merge-check-idx PIC 9(4).
01 merge-keep-count PIC 9(4).
01 merge-dup-flag PIC X.
01 merge-row-flag PIC X.
01 merge-freed-count PIC 999.
01 merge-freed-idx PIC 999.
01 merge-freed-table.
    05 merge-freed-event OCCURS 200 TIMES PIC 9(4).
01 merge-count-table.
    05 merge-count-entry OCCURS 17 TIMES.
        10 merge-moved   PIC 9(4).
        10 merge-dropped PIC 9(4).

*> Moderation. Members report a posting or a message they object to,
*> and new postings and messages are screened against the operator's
*> prohibited-terms list. Either way an item goes on the review queue
*> in InCollege-Moderation.txt. A screened posting stays out of
*> browsing and a screened message stays out of the inbox (read flag
*> "H") until the operator works the item. Decided items stay on file
*> as the case history; when the table is full the oldest decided
*> item makes room for a new one.
01 terms-file-status PIC XX.
01 moderation-file-status PIC XX.
01 ptrm-count PIC 999 VALUE 0.
01 ptrm-idx PIC 999.
01 ptrm-match-idx PIC 999.
01 ptrm-entry PIC X(30).
01 termMenuDoneFlag PIC X.
01 moderation-count PIC 9(4) VALUE 0.
01 mod-idx PIC 9(4).
01 mod-match-idx PIC 9(4).
01 mod-open-count PIC 9(4).
01 next-mod-id PIC 9(5) VALUE 0.
01 mod-hit-term PIC X(30).
01 mod-held-flag PIC X.
01 mod-room-flag PIC X.
01 mod-job-id PIC 9(6).
01 mod-kind-text PIC X(20).
01 mod-decision PIC X.
01 modQueueDoneFlag PIC X.
01 mod-pick-count PIC 9(4).
01 mod-scan-idx PIC 9(4).
01 mod-choice PIC 9(4).
01 mod-saved-action PIC X(30).
01 mod-pick-table PIC 9(4) OCCURS 2000 TIMES.

01 ptrm-data.
    05 ptrm-record OCCURS 200 TIMES.
        10 ptrm-text PIC X(30).

*> mod-new-entry is built by the caller and appended by
*> ADD-MODERATION-ENTRY; it has the same layout as one mod-record.
01 mod-new-entry.
    05 mod-new-id           PIC 9(5).
    05 mod-new-kind         PIC X.
    05 mod-new-source       PIC X.
    05 mod-new-status       PIC X.
    05 mod-new-date         PIC 9(8).
    05 mod-new-reporter     PIC X(20).
    05 mod-new-sender       PIC X(20).
    05 mod-new-receiver     PIC X(20).
    05 mod-new-job-id       PIC 9(6).
    05 mod-new-reason       PIC X(50).
    05 mod-new-text         PIC X(200).
    05 mod-new-decided-by   PIC X(20).
    05 mod-new-decided-date PIC 9(8).

01 moderation-data.
    05 mod-record OCCURS 2000 TIMES.
        10 mod-id           PIC 9(5).
        10 mod-kind         PIC X.
           88 mod-posting VALUE "P".
           88 mod-message VALUE "M".
        10 mod-source       PIC X.
           88 mod-reported VALUE "R".
           88 mod-screened VALUE "S".
        10 mod-status       PIC X.
           88 mod-open      VALUE "O".
           88 mod-dismissed VALUE "D".
           88 mod-retired   VALUE "R".
           88 mod-suspended VALUE "S".
        10 mod-date         PIC 9(8).
        10 mod-reporter     PIC X(20).
        10 mod-sender       PIC X(20).
        10 mod-receiver     PIC X(20).
        10 mod-job-id-rec   PIC 9(6).
        10 mod-reason       PIC X(50).
        10 mod-text         PIC X(200).
        10 mod-decided-by   PIC X(20).
        10 mod-decided-date PIC 9(8).

*> Written recommendations. A first-degree connection writes a short
*> reference for a member, saying how they know them ("Supervisor at"
*> a company or school) and what they would tell an employer. It
*> stays pending until the member approves it; only approved ones
*> appear on the profile, the resume extract and new applications.
*> A recommendation goes when the connection between the two members
*> is removed or either blocks the other.
01 reference-file-status PIC XX.
01 reference-count PIC 999 VALUE 0.
01 ref-idx PIC 999.
01 ref-match-idx PIC 999.
01 ref-keep-count PIC 999.
01 ref-removed-count PIC 999.
01 ref-pending-count PIC 999.
01 ref-shown-count PIC 999.
01 ref-pick-count PIC 999.
01 ref-choice PIC 999.
01 ref-role-idx PIC 9.
01 ref-snap-idx PIC 9.
01 ref-member-name PIC X(20).
01 ref-other-name PIC X(20).
01 ref-writer-text PIC X(50).
01 ref-role-text PIC X(70).
01 ref-status-text PIC X(10).
01 ref-new-role PIC X(20).
01 ref-new-org PIC X(50).
01 ref-pick-table PIC 999 OCCURS 200 TIMES.
01 ref-role-names.
    05 FILLER PIC X(20) VALUE "Supervisor at".
    05 FILLER PIC X(20) VALUE "Colleague at".
    05 FILLER PIC X(20) VALUE "Classmate at".
    05 FILLER PIC X(20) VALUE "Instructor at".
    05 FILLER PIC X(20) VALUE "Teammate at".
01 ref-role-table REDEFINES ref-role-names.
    05 ref-role-entry OCCURS 5 TIMES PIC X(20).

01 reference-data.
    05 reference-record OCCURS 200 TIMES.
        10 ref-writer       PIC X(20).
        10 ref-member       PIC X(20).
        10 ref-role         PIC X(20).
        10 ref-org          PIC X(50).
        10 ref-text         PIC X(200).
        10 ref-status       PIC X.
           88 ref-pending  VALUE "P".
           88 ref-approved VALUE "A".
           88 ref-hidden   VALUE "H".
        10 ref-written-date PIC 9(8).

*> Alumni mentorship. A member who has graduated opts in as a mentor
*> and lists up to five areas they will advise on. Students browse
*> the mentors, or take suggestions ranked on shared university,
*> shared major and the mentor's experience at companies on the
*> master, and send a request the mentor accepts or declines, as with
*> connection requests. An active mentorship opens messaging between
*> the pair without a connection. Declined requests stay on file so
*> the career-center extract can show students still without a
*> mentor.
01 mentor-file-status PIC XX.
01 mentorship-file-status PIC XX.
01 mentor-extract-status PIC XX.
01 mentor-count PIC 999 VALUE 0.
01 mentorship-count PIC 999 VALUE 0.
01 mnt-idx PIC 999.
01 mnt-match-idx PIC 999.
01 mnt-slot PIC 999.
01 mnt-area-idx PIC 9.
01 mnt-area-count PIC 9.
01 mnt-area-ptr PIC 999.
01 mnt-reason-ptr PIC 999.
01 mnt-score PIC 99.
01 mnt-swap-score PIC 99.
01 mnt-shown-count PIC 999.
01 mnt-pick-count PIC 999.
01 mnt-choice PIC 999.
01 mnt-grad-limit PIC 9(4).
01 mnt-avail-flag PIC X.
01 mnt-dup-flag PIC X.
01 mnt-matched-flag PIC X.
01 mnt-lookup-user PIC X(20).
01 mnt-area-line PIC X(200).
01 mnt-reason-line PIC X(200).
01 mnt-pick-table PIC 999 OCCURS 200 TIMES.
01 mnt-score-table PIC 99 OCCURS 200 TIMES.
01 mnt-new-areas.
    05 mnt-new-area OCCURS 5 TIMES PIC X(30).
01 mentorMenuDoneFlag PIC X.
01 msp-idx PIC 999.
01 msp-match-idx PIC 999.
01 msp-keep-count PIC 999.
01 msp-pending-count PIC 999.
01 msp-lookup-mentor PIC X(20).
01 msp-lookup-student PIC X(20).
01 msp-partner PIC X(20).
01 msp-role-text PIC X(10).
01 msp-status-text PIC X(30).
01 msp-status-date PIC 9(8).
01 msp-extract-type PIC X(10).

01 mentor-data.
    05 mentor-record OCCURS 200 TIMES.
        10 mnt-user   PIC X(20).
        10 mnt-status PIC X.
           88 mnt-active VALUE "A".
           88 mnt-paused VALUE "I".
        10 mnt-areas.
            15 mnt-area OCCURS 5 TIMES PIC X(30).
        10 mnt-joined PIC 9(8).

01 mentorship-data.
    05 mentorship-record OCCURS 200 TIMES.
        10 msp-mentor    PIC X(20).
        10 msp-student   PIC X(20).
        10 msp-status    PIC X.
           88 msp-pending  VALUE "P".
           88 msp-active   VALUE "A".
           88 msp-declined VALUE "D".
        10 msp-requested PIC 9(8).
        10 msp-decided   PIC 9(8).
        10 msp-note      PIC X(100).

*> Passwords are stored as a one-way hash: "#" followed by ten
*> digits, with ACC-HASHED-FILE set to "Y". The indicator, not the
*> stored text, says whether a record is hashed - a raw password may
        10 comp-industry-record PIC X(30).
        10 comp-location-record PIC X(50).

*> Recruiter registrations. The operator ties a member to one company
*> on the master by COMP-ID. Only a recruiter may post, and only for
*> their own company; every recruiter of a company shares the
*> applicant roster of its postings, so a departing recruiter's
*> postings can be handed to a colleague instead of being orphaned.
01 recruiter-file-status PIC XX.
01 recruiter-count PIC 999 VALUE 0.
01 rcr-idx PIC 999.
01 rcr-scan-idx PIC 999.
01 rcr-match-idx PIC 999.
01 rcr-company-idx PIC 999.
01 rcr-lookup-user PIC X(20).
01 rcr-from-user PIC X(20).
01 rcr-access-flag PIC X.
01 rcr-posting-count PIC 999.
01 rcr-orphan-count PIC 999.
01 rcr-moved-count PIC 999.

01 recruiter-data.
    05 recruiter-record OCCURS 200 TIMES.
        10 rcr-user    PIC X(20).
        10 rcr-comp-id PIC 9(4).

*> Career events. A fair or info session is created by an operator or
*> by a recruiter for their own company, with a seat capacity and the
*> participating companies from the master. Registrations past the
*> capacity wait in file order; cancelling a seat moves the first
*> waiting member up and flags a notice for their next sign-in.
01 event-file-status PIC XX.
01 eventreg-file-status PIC XX.
01 event-roster-status PIC XX.
01 event-count PIC 999 VALUE 0.
01 evt-idx PIC 999.
01 evt-match-idx PIC 999.
01 evt-new-idx PIC 999.
01 next-event-id PIC 9(4) VALUE 0.
01 evt-lookup-id PIC 9(4).
01 evt-comp-idx PIC 9.
01 evt-date-work PIC 9(8).
01 evt-cap-work PIC 9(5).
01 evt-seat-count PIC 9(4).
01 evt-wait-count PIC 9(4).
01 evt-wait-pos PIC 9(4).
01 evt-shown-count PIC 999.
01 evt-line-ptr PIC 999.
01 evt-notice-count PIC 999.
01 evt-notice-line PIC X(250).
01 evt-changed-flag PIC X.
01 evt-roster-pass PIC X.
01 evt-reminder-flag PIC X.
01 evt-status-text PIC X(12).
01 event-reminder-days PIC 99 VALUE 7.
01 eventMenuDoneFlag PIC X.
01 event-reg-count PIC 9(4) VALUE 0.
01 ereg-idx PIC 9(4).
01 ereg-match-idx PIC 9(4).
01 ereg-lookup-user PIC X(20).
01 ereg-prior-status PIC X.
01 company-lookup-id PIC 9(4).

01 event-data.
    05 event-record OCCURS 200 TIMES.
        10 evt-id        PIC 9(4).
        10 evt-title     PIC X(50).
        10 evt-date      PIC 9(8).
        10 evt-location  PIC X(50).
        10 evt-capacity  PIC 9(4).
        10 evt-creator   PIC X(20).
        10 evt-comp-count PIC 9.
        10 evt-comp-id OCCURS 5 TIMES PIC 9(4).

01 event-reg-data.
    05 event-reg-record OCCURS 2000 TIMES.
        10 ereg-event-id PIC 9(4).
        10 ereg-user     PIC X(20).
        10 ereg-status   PIC X.
           88 ereg-registered VALUE "R".
           88 ereg-waitlisted VALUE "W".
        10 ereg-notify   PIC X.
           88 ereg-notice-pending VALUE "Y".

01 skills-file-status PIC XX.
01 skill-count PIC 99 VALUE 0.
01 skill-idx PIC 99.
01 resume-line-count PIC 9(6) VALUE 0.
01 current-action PIC X(30) VALUE SPACES.

*> Run parameters read from InCollege-RunControl.txt at startup. The
*> tuning values themselves keep their defaults where they are
*> declared; the switches turn the optional reports off (the
*> duplicate member report is written at startup, the rest at the end
*> of the run).
01 runctl-file-status PIC XX.
01 runctl-eof PIC X.
01 runctl-line PIC X(80).
01 runctl-line-number PIC 9(4).
01 runctl-key PIC X(40).
01 runctl-value PIC X(40).
01 runctl-value-len PIC 99.
01 runctl-number PIC 9(5).
01 runctl-max PIC 9(4).
01 runctl-source PIC X(30).
01 runctl-error-text PIC X(120).
01 run-recommend-switch PIC X VALUE "Y".
01 run-digest-switch PIC X VALUE "Y".
01 run-aging-switch PIC X VALUE "Y".
01 run-duplicate-switch PIC X VALUE "Y".
01 run-engagement-switch PIC X VALUE "Y".
01 run-salary-switch PIC X VALUE "Y".

01 next-job-id PIC 9(6) VALUE 0.

01 job-data.
        10 job-salary-record   PIC X(30).
        10 job-owner-record    PIC X(20).
        10 job-posted-record   PIC 9(8).
        10 job-pay-min-record  PIC 9(7)V99.
        10 job-pay-max-record  PIC 9(7)V99.
        10 job-pay-period-record PIC X.
           88 job-pay-hourly   VALUE "H".
           88 job-pay-monthly  VALUE "M".
           88 job-pay-annual   VALUE "A".
        10 job-annual-min-record PIC 9(9).
        10 job-annual-max-record PIC 9(9).

*> Pay ranges. A posting's pay is kept as a minimum and a maximum in
*> the period it was quoted in (hourly, monthly or annual), with the
*> annual equivalents alongside so postings can be compared and
*> filtered whatever period they were advertised in. Hourly pay is
*> annualised at 2080 hours (40 a week), monthly pay at 12 months.
*> job-pay-period-record is blank when a posting gives no pay, or
*> when its free-text salary from before ranges were kept could not
*> be read; those postings are listed in InCollege-SalaryFollowUp.txt.
01 sal-entry PIC X(30).
01 sal-value PIC 9(7)V99.
01 sal-amount-ok PIC X.
01 sal-min PIC 9(7)V99.
01 sal-max PIC 9(7)V99.
01 sal-period PIC X.
01 sal-annual-min PIC 9(9).
01 sal-annual-max PIC 9(9).
01 sal-annual-work PIC 9(11)V99.
01 sal-factor PIC 9(4).
01 sal-ok-flag PIC X.
01 sal-error-text PIC X(80).
01 sal-text PIC X(30).
01 sal-char PIC X.
01 sal-digit-value PIC 9.
01 sal-pos PIC 99.
01 sal-int-digits PIC 99.
01 sal-frac-digits PIC 9.
01 sal-dot-flag PIC X.
01 sal-k-flag PIC X.
01 sal-digit-flag PIC X.
01 sal-token-idx PIC 9.
01 sal-token-count PIC 9.
01 sal-token-ptr PIC 99.
01 sal-in-token PIC X.
01 sal-token-table.
    05 sal-token OCCURS 3 TIMES.
        10 sal-token-text  PIC X(30).
        10 sal-token-k     PIC X.
        10 sal-token-digit PIC X.
01 sal-kw-idx PIC 99.
01 sal-kw-hits PIC 99.
01 sal-converted-count PIC 999.
01 sal-unread-count PIC 999.
01 sal-edit-cents PIC $$,$$$,$$9.99.
01 sal-edit-whole PIC $$,$$$,$$9.
01 sal-min-text PIC X(14).
01 sal-max-text PIC X(14).
01 sal-suffix PIC X(3).
01 browse-min-pay PIC 9(9).

*> Words that give away the pay period in free-text salaries: the
*> length to compare, the text, and the period it means.
01 sal-period-words.
    05 FILLER PIC X(10) VALUE "4HOUR    H".
    05 FILLER PIC X(10) VALUE "3/HR     H".
    05 FILLER PIC X(10) VALUE "3 HR     H".
    05 FILLER PIC X(10) VALUE "3/H      H".
    05 FILLER PIC X(10) VALUE "5MONTH   M".
    05 FILLER PIC X(10) VALUE "3/MO     M".
    05 FILLER PIC X(10) VALUE "4 MO     M".
    05 FILLER PIC X(10) VALUE "4YEAR    A".
    05 FILLER PIC X(10) VALUE "6ANNUAL  A".
    05 FILLER PIC X(10) VALUE "3/YR     A".
    05 FILLER PIC X(10) VALUE "3 YR     A".
    05 FILLER PIC X(10) VALUE "3/Y      A".
    05 FILLER PIC X(10) VALUE "4P.A.    A".
01 sal-period-table REDEFINES sal-period-words.
    05 sal-period-word OCCURS 13 TIMES.
        10 sal-word-len  PIC 9.
        10 sal-word-text PIC X(8).
        10 sal-word-code PIC X.

01 application-data.
    05 application-record OCCURS 2000 TIMES.
        10 app-snap-gradyear  PIC 9(4).
        10 app-snap-exp       PIC X(160).
        10 app-snap-skills    PIC X(200).
*> Up to three approved recommendations as they read at apply time.
        10 app-snap-refs.
            15 app-snap-ref OCCURS 3 TIMES.
                20 app-snap-ref-name PIC X(50).
                20 app-snap-ref-role PIC X(70).
                20 app-snap-ref-text PIC X(200).

01 app-status-text PIC X(12).
01 cover-note-work PIC X(100).
   88 filter-employer   VALUE "E".
   88 filter-keyword    VALUE "K".
   88 filter-has-salary VALUE "S".
   88 filter-min-pay VALUE "P".
   88 filter-company    VALUE "F".
01 browse-match-count PIC 999.
01 browse-match-table PIC 999 OCCURS 200 TIMES.
01 feed-eof PIC X.
01 feed-accepted PIC 999.
01 feed-rejected PIC 999.
01 feed-held PIC 999.
01 feed-pay-max PIC X(30).
01 feed-pay-period PIC X(30).
01 extract-line PIC X(400).

*> Per-member resume extract. The file name carries the username so
        10 msg-read-flag PIC X.
           88 msg-unread VALUE "N".
           88 msg-read VALUE "Y".
           88 msg-held VALUE "H".
        10 msg-body PIC X(200).

01 input-status PIC XX.
    IF audit-file-status = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    PERFORM LOAD-RUN-CONTROL
    PERFORM ECHO-RUN-PARAMETERS
    PERFORM SET-UP-BACKUP-GENERATION
    OPEN INPUT ACCOUNT-FILE
    EVALUATE acct-file-status
    ELSE
        PERFORM LOAD-COMPANIES
    END-IF
    OPEN INPUT RECRUITER-FILE
    IF recruiter-file-status = "35"
        MOVE 0 TO recruiter-count
    ELSE
        PERFORM LOAD-RECRUITERS
    END-IF
    OPEN INPUT EVENT-FILE
    IF event-file-status = "35"
        MOVE 0 TO event-count
    ELSE
        PERFORM LOAD-EVENTS
    END-IF
    OPEN INPUT EVENTREG-FILE
    IF eventreg-file-status = "35"
        MOVE 0 TO event-reg-count
    ELSE
        PERFORM LOAD-EVENT-REGS
    END-IF
    OPEN INPUT TERMS-FILE
    IF terms-file-status = "35"
        MOVE 0 TO ptrm-count
    ELSE
        PERFORM LOAD-TERMS
    END-IF
    OPEN INPUT MODERATION-FILE
    IF moderation-file-status = "35"
        MOVE 0 TO moderation-count
    ELSE
        PERFORM LOAD-MODERATION
    END-IF
    OPEN INPUT REFERENCE-FILE
    IF reference-file-status = "35"
        MOVE 0 TO reference-count
    ELSE
        PERFORM LOAD-REFERENCES
    END-IF
    OPEN INPUT MENTOR-FILE
    IF mentor-file-status = "35"
        MOVE 0 TO mentor-count
    ELSE
        PERFORM LOAD-MENTORS
    END-IF
    OPEN INPUT MENTORSHIP-FILE
    IF mentorship-file-status = "35"
        MOVE 0 TO mentorship-count
    ELSE
        PERFORM LOAD-MENTORSHIPS
    END-IF

    PERFORM LOAD-SKILLS
    PERFORM ASSIGN-MISSING-JOB-IDS
    PERFORM RECONCILE-DATA
    IF run-duplicate-switch = "Y"
        MOVE "N" TO dup-show-flag
        PERFORM WRITE-DUPLICATE-REPORT
    END-IF
    PERFORM ENSURE-OPERATOR-EXISTS
    PERFORM WELCOME-SCREEN
    MOVE "N" TO programDoneFlag
    PERFORM SAVE-ENDORSEMENTS
    PERFORM SAVE-INTERVIEWS
    PERFORM SAVE-COMPANIES
    PERFORM SAVE-RECRUITERS
    PERFORM SAVE-EVENTS
    PERFORM SAVE-EVENT-REGS
    PERFORM SAVE-TERMS
    PERFORM SAVE-MODERATION
    PERFORM SAVE-REFERENCES
    PERFORM SAVE-MENTORS
    PERFORM SAVE-MENTORSHIPS
    IF run-recommend-switch = "Y"
        PERFORM WRITE-RECOMMENDATIONS-REPORT
    END-IF
    IF run-digest-switch = "Y"
        PERFORM WRITE-NOTIFICATION-DIGEST
    END-IF
    IF run-aging-switch = "Y"
        PERFORM WRITE-AGING-REPORT
    END-IF
    IF run-engagement-switch = "Y"
        PERFORM WRITE-ENGAGEMENT-REPORT
    END-IF
    IF run-salary-switch = "Y"
        PERFORM WRITE-SALARY-BENCHMARK
    END-IF
    PERFORM WRITE-EVENT-ROSTER-EXTRACT
    PERFORM WRITE-MENTOR-EXTRACT
    PERFORM WRITE-SALARY-FOLLOWUP
    PERFORM WRITE-OPERATIONS-SUMMARY
    PERFORM CLEAR-CHECKPOINT
    PERFORM MARK-GENERATION-COMPLETE
    CLOSE ENDORSE-FILE
    CLOSE INTERVIEW-FILE
    CLOSE COMPANY-FILE
    CLOSE RECRUITER-FILE
    CLOSE EVENT-FILE
    CLOSE EVENTREG-FILE
    CLOSE TERMS-FILE
    CLOSE MODERATION-FILE
    CLOSE REFERENCE-FILE
    CLOSE MENTOR-FILE
    CLOSE MENTORSHIP-FILE
    CLOSE AUDIT-FILE
    STOP RUN.

                    MOVE "Y" TO roster-hashed(accountCount)
                    MOVE "Y" TO hash-migrated
                END-IF
                IF ACC-LAST-LOGIN-FILE IS NUMERIC
                    MOVE ACC-LAST-LOGIN-FILE TO roster-last-login(accountCount)
                ELSE
                    MOVE run-date TO roster-last-login(accountCount)
                END-IF
                IF ACC-LOGIN-COUNT-FILE IS NUMERIC
                    MOVE ACC-LOGIN-COUNT-FILE TO roster-login-count(accountCount)
                ELSE
                    MOVE 0 TO roster-login-count(accountCount)
                END-IF
        END-READ
    END-PERFORM
    READ ACCOUNT-FILE NEXT RECORD
                IF job-posted-record(job-count) NOT NUMERIC
                    MOVE 0 TO job-posted-record(job-count)
                END-IF
                PERFORM NORMALIZE-JOB-PAY
                IF job-id-record(job-count) > next-job-id
                    MOVE job-id-record(job-count) TO next-job-id
                END-IF
                END-IF
                MOVE APP-SNAP-EXP-FILE TO app-snap-exp(app-idx)
                MOVE APP-SNAP-SKILLS-FILE TO app-snap-skills(app-idx)
                MOVE APP-SNAP-REFS-FILE TO app-snap-refs(app-idx)
                IF app-status-record(app-idx) = SPACE
                    SET app-received(app-idx) TO TRUE
                END-IF
        END-IF
    END-PERFORM

    PERFORM VARYING rcr-idx FROM 1 BY 1 UNTIL rcr-idx > recruiter-count
        MOVE rcr-user(rcr-idx) TO recon-username
        PERFORM CHECK-USERNAME-KNOWN
        IF recon-found-flag = "N"
            MOVE SPACES TO exception-line
            STRING "Recruiter record references unknown username: " DELIMITED BY SIZE
                   FUNCTION TRIM(rcr-user(rcr-idx)) DELIMITED BY SIZE
                   INTO exception-line
            END-STRING
            PERFORM WRITE-EXCEPTION
        END-IF
        MOVE "N" TO recon-found-flag
        PERFORM VARYING company-idx FROM 1 BY 1 UNTIL company-idx > company-count
            IF comp-id-record(company-idx) = rcr-comp-id(rcr-idx)
                MOVE "Y" TO recon-found-flag
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF recon-found-flag = "N"
            MOVE SPACES TO exception-line
            STRING "Recruiter record references unknown company ID: " DELIMITED BY SIZE
                   rcr-comp-id(rcr-idx) DELIMITED BY SIZE
                   INTO exception-line
            END-STRING
            PERFORM WRITE-EXCEPTION
        END-IF
    END-PERFORM

    PERFORM VARYING ereg-idx FROM 1 BY 1 UNTIL ereg-idx > event-reg-count
        MOVE ereg-user(ereg-idx) TO recon-username
        PERFORM CHECK-USERNAME-KNOWN
        IF recon-found-flag = "N"
            MOVE SPACES TO exception-line
            STRING "Event registration references unknown username: " DELIMITED BY SIZE
                   FUNCTION TRIM(ereg-user(ereg-idx)) DELIMITED BY SIZE
                   INTO exception-line
            END-STRING
            PERFORM WRITE-EXCEPTION
        END-IF
        MOVE ereg-event-id(ereg-idx) TO evt-lookup-id
        PERFORM FIND-EVENT-BY-ID
        IF evt-match-idx = 0
            MOVE SPACES TO exception-line
            STRING "Event registration references unknown event ID: " DELIMITED BY SIZE
                   ereg-event-id(ereg-idx) DELIMITED BY SIZE
                   INTO exception-line
            END-STRING
            PERFORM WRITE-EXCEPTION
        END-IF
    END-PERFORM

    PERFORM VARYING evt-idx FROM 1 BY 1 UNTIL evt-idx > event-count
        PERFORM VARYING evt-comp-idx FROM 1 BY 1
            UNTIL evt-comp-idx > evt-comp-count(evt-idx)
            MOVE evt-comp-id(evt-idx, evt-comp-idx) TO company-lookup-id
            PERFORM FIND-COMPANY-BY-ID
            IF company-match-idx = 0
                MOVE SPACES TO exception-line
                STRING "Event " DELIMITED BY SIZE
                       evt-id(evt-idx) DELIMITED BY SIZE
                       " references unknown company ID: " DELIMITED BY SIZE
                       company-lookup-id DELIMITED BY SIZE
                       INTO exception-line
                END-STRING
                PERFORM WRITE-EXCEPTION
            END-IF
        END-PERFORM
    END-PERFORM

    PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > moderation-count
        IF mod-open(mod-idx)
            MOVE mod-sender(mod-idx) TO recon-username
            PERFORM CHECK-USERNAME-KNOWN
            IF recon-found-flag = "N"
                MOVE SPACES TO exception-line
                STRING "Open moderation item " DELIMITED BY SIZE
                       mod-id(mod-idx) DELIMITED BY SIZE
                       " references unknown username: " DELIMITED BY SIZE
                       FUNCTION TRIM(mod-sender(mod-idx)) DELIMITED BY SIZE
                       INTO exception-line
                END-STRING
                PERFORM WRITE-EXCEPTION
            END-IF
        END-IF
    END-PERFORM

    PERFORM VARYING ref-idx FROM 1 BY 1 UNTIL ref-idx > reference-count
        MOVE ref-writer(ref-idx) TO recon-username
        PERFORM CHECK-USERNAME-KNOWN
        IF recon-found-flag = "N"
            MOVE SPACES TO exception-line
            STRING "Recommendation references unknown writer username: " DELIMITED BY SIZE
                   FUNCTION TRIM(ref-writer(ref-idx)) DELIMITED BY SIZE
                   INTO exception-line
            END-STRING
            PERFORM WRITE-EXCEPTION
        END-IF
        MOVE ref-member(ref-idx) TO recon-username
        PERFORM CHECK-USERNAME-KNOWN
        IF recon-found-flag = "N"
            MOVE SPACES TO exception-line
            STRING "Recommendation references unknown member username: " DELIMITED BY SIZE
                   FUNCTION TRIM(ref-member(ref-idx)) DELIMITED BY SIZE
                   INTO exception-line
            END-STRING
            PERFORM WRITE-EXCEPTION
        END-IF
    END-PERFORM

    PERFORM VARYING mnt-idx FROM 1 BY 1 UNTIL mnt-idx > mentor-count
        MOVE mnt-user(mnt-idx) TO recon-username
        PERFORM CHECK-USERNAME-KNOWN
        IF recon-found-flag = "N"
            MOVE SPACES TO exception-line
            STRING "Mentor listing references unknown username: " DELIMITED BY SIZE
                   FUNCTION TRIM(mnt-user(mnt-idx)) DELIMITED BY SIZE
                   INTO exception-line
            END-STRING
            PERFORM WRITE-EXCEPTION
        END-IF
    END-PERFORM

    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        MOVE msp-mentor(msp-idx) TO recon-username
        PERFORM CHECK-USERNAME-KNOWN
        IF recon-found-flag = "N"
            MOVE SPACES TO exception-line
            STRING "Mentorship references unknown mentor username: " DELIMITED BY SIZE
                   FUNCTION TRIM(msp-mentor(msp-idx)) DELIMITED BY SIZE
                   INTO exception-line
            END-STRING
            PERFORM WRITE-EXCEPTION
        END-IF
        MOVE msp-student(msp-idx) TO recon-username
        PERFORM CHECK-USERNAME-KNOWN
        IF recon-found-flag = "N"
            MOVE SPACES TO exception-line
            STRING "Mentorship references unknown student username: " DELIMITED BY SIZE
                   FUNCTION TRIM(msp-student(msp-idx)) DELIMITED BY SIZE
                   INTO exception-line
            END-STRING
            PERFORM WRITE-EXCEPTION
        END-IF
    END-PERFORM

    CLOSE EXCEPTIONS-FILE.

WRITE-EXCEPTION.
        MOVE roster-oper(idx)   TO acc-bk-oper
        MOVE roster-susp(idx)   TO acc-bk-susp
        MOVE roster-hashed(idx) TO acc-bk-hashed
        MOVE roster-last-login(idx)  TO acc-bk-last-login
        MOVE roster-login-count(idx) TO acc-bk-logins
        MOVE SPACES TO backup-line
        MOVE acc-backup-rec TO backup-line
        WRITE BACKUP-REC FROM backup-line
        MOVE roster-oper(idx) TO ACC-OPER-FILE
        MOVE roster-susp(idx) TO ACC-SUSP-FILE
        MOVE roster-hashed(idx) TO ACC-HASHED-FILE
        MOVE roster-last-login(idx) TO ACC-LAST-LOGIN-FILE
        MOVE roster-login-count(idx) TO ACC-LOGIN-COUNT-FILE
        WRITE ACC-REC-FILE
    END-PERFORM
    CLOSE ACCOUNT-FILE
    OPEN INPUT ACCOUNT-FILE.

*> The account file on disk still carries an earlier layout (or is
*> otherwise unreadable). The layout from before sign-in tracking is
*> tried first; failing that, the pre-conversion 40-byte layout is
*> loaded through the old record description, the raw passwords
*> hashed, and the file rewritten in the current layout. If even the
*> old layout cannot be opened the file is treated as damaged and
*> the run stops before anything can save over it.
MIGRATE-OLD-ACCOUNT-FILE.
    OPEN INPUT ACCOUNT-PREV-FILE
    IF acct-prev-file-status = "00"
        PERFORM MIGRATE-PREV-ACCOUNT-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT ACCOUNT-OLD-FILE
    IF acct-old-file-status NOT = "00"
        MOVE SPACES TO msgBuffer
                MOVE "N" TO roster-lock(accountCount)
                MOVE "N" TO roster-oper(accountCount)
                MOVE "N" TO roster-susp(accountCount)
                MOVE run-date TO roster-last-login(accountCount)
                MOVE 0 TO roster-login-count(accountCount)
        END-READ
    END-PERFORM
    READ ACCOUNT-OLD-FILE NEXT RECORD
    CLOSE ACCOUNT-OLD-FILE
    PERFORM REWRITE-ACCOUNT-FILE.

MIGRATE-PREV-ACCOUNT-FILE.
    MOVE 0 TO accountCount
    MOVE LOW-VALUES TO ACC-PREV-USER-KEY
    START ACCOUNT-PREV-FILE KEY IS NOT LESS THAN ACC-PREV-USER-KEY
        INVALID KEY
            CONTINUE
    END-START
    PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > 200
        READ ACCOUNT-PREV-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO accountCount
                MOVE ACC-PREV-USER-KEY TO roster-user(accountCount)
                MOVE ACC-PREV-PASS-FILE TO roster-pass(accountCount)
                IF ACC-PREV-FAILS-FILE IS NUMERIC
                    MOVE ACC-PREV-FAILS-FILE TO roster-fails(accountCount)
                ELSE
                    MOVE 0 TO roster-fails(accountCount)
                END-IF
                IF ACC-PREV-LOCK-FILE = "Y"
                    MOVE "Y" TO roster-lock(accountCount)
                ELSE
                    MOVE "N" TO roster-lock(accountCount)
                END-IF
                IF ACC-PREV-OPER-FILE = "Y"
                    MOVE "Y" TO roster-oper(accountCount)
                ELSE
                    MOVE "N" TO roster-oper(accountCount)
                END-IF
                IF ACC-PREV-SUSP-FILE = "Y"
                    MOVE "Y" TO roster-susp(accountCount)
                ELSE
                    MOVE "N" TO roster-susp(accountCount)
                END-IF
                IF ACC-PREV-HASHED-FILE = "Y"
                    MOVE "Y" TO roster-hashed(accountCount)
                ELSE
                    MOVE roster-pass(accountCount) TO hash-input
                    PERFORM COMPUTE-PASSWORD-HASH
                    MOVE hash-text TO roster-pass(accountCount)
                    MOVE "Y" TO roster-hashed(accountCount)
                END-IF
                MOVE run-date TO roster-last-login(accountCount)
                MOVE 0 TO roster-login-count(accountCount)
        END-READ
    END-PERFORM
    READ ACCOUNT-PREV-FILE NEXT RECORD
        AT END
            CONTINUE
        NOT AT END
            MOVE "InCollege-Accounts.txt holds more records than this build supports (200)." TO msgBuffer
            PERFORM HALT-ON-FILE-ERROR
    END-READ
    CLOSE ACCOUNT-PREV-FILE
    PERFORM REWRITE-ACCOUNT-FILE.

HALT-ON-FILE-ERROR.
    PERFORM DISPLAY-MSG
    MOVE "Shutting down without saving so the data files are left untouched." TO msgBuffer
    CLOSE JOBS-FILE
    OPEN INPUT JOBS-FILE.

*> The jobs file on disk carries an earlier layout. The indexed
*> layout from before pay ranges is tried first, then the one before
*> posted dates, and failing both the pre-conversion line-sequential
*> layout. Either way the records are loaded through the old
*> description (the two oldest stamped with the run date), their
*> salary text is read into pay ranges, and they are rewritten in
*> the current indexed layout. If no known layout can be opened the
*> file is treated as damaged and the run stops before anything can
*> save over it.
MIGRATE-OLD-JOBS-FILE.
    OPEN INPUT JOBS-DATED-FILE
    IF jobs-dated-file-status = "00"
        PERFORM MIGRATE-DATED-JOBS-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT JOBS-PREV-FILE
    IF jobs-prev-file-status = "00"
        PERFORM MIGRATE-PREV-JOBS-FILE
            PERFORM HALT-ON-FILE-ERROR
    END-READ
    CLOSE JOBS-OLD-FILE
    PERFORM CONVERT-LEGACY-SALARIES
    PERFORM REWRITE-JOBS-FILE.

MIGRATE-PREV-JOBS-FILE.
            PERFORM HALT-ON-FILE-ERROR
    END-READ
    CLOSE JOBS-PREV-FILE
    PERFORM CONVERT-LEGACY-SALARIES
    PERFORM REWRITE-JOBS-FILE.

MIGRATE-DATED-JOBS-FILE.
    MOVE 0 TO job-count
    MOVE LOW-VALUES TO JOB-DATED-ID-KEY
    START JOBS-DATED-FILE KEY IS NOT LESS THAN JOB-DATED-ID-KEY
        INVALID KEY
            CONTINUE
    END-START
    PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > 200
        READ JOBS-DATED-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO job-count
                MOVE SPACES TO job-record(job-count)
                MOVE JOB-DATED-REC-FILE TO job-record(job-count)(1:414)
                IF job-posted-record(job-count) NOT NUMERIC
                    MOVE 0 TO job-posted-record(job-count)
                END-IF
                IF job-id-record(job-count) > next-job-id
                    MOVE job-id-record(job-count) TO next-job-id
                END-IF
        END-READ
    END-PERFORM
    READ JOBS-DATED-FILE NEXT RECORD
        AT END
            CONTINUE
        NOT AT END
            MOVE "InCollege-Jobs.txt holds more records than this build supports (200)." TO msgBuffer
            PERFORM HALT-ON-FILE-ERROR
    END-READ
    CLOSE JOBS-DATED-FILE
    PERFORM CONVERT-LEGACY-SALARIES
    PERFORM REWRITE-JOBS-FILE.

*> Reads the free-text salary of every posting into a pay range as
*> the jobs file is converted. Text that cannot be read is kept as
*> it was, with no range, and the posting is listed for follow-up
*> at the end of every run until its owner enters the pay again.
CONVERT-LEGACY-SALARIES.
    MOVE 0 TO sal-converted-count
    MOVE 0 TO sal-unread-count
    PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
        PERFORM CONVERT-JOB-SALARY
        IF FUNCTION TRIM(job-salary-record(job-idx)) NOT = SPACES
            IF sal-ok-flag = "Y"
                ADD 1 TO sal-converted-count
            ELSE
                ADD 1 TO sal-unread-count
            END-IF
        END-IF
    END-PERFORM
    MOVE "SALARY-CONVERT" TO current-action
    MOVE SPACES TO audit-key
    STRING "converted=" DELIMITED BY SIZE
           sal-converted-count DELIMITED BY SIZE
           " unread=" DELIMITED BY SIZE
           sal-unread-count DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT.

*> Sets the pay range of the posting at job-idx from its salary
*> text. sal-ok-flag is "N" when there is text but it cannot be read.
CONVERT-JOB-SALARY.
    MOVE 0 TO job-pay-min-record(job-idx)
    MOVE 0 TO job-pay-max-record(job-idx)
    MOVE SPACE TO job-pay-period-record(job-idx)
    MOVE 0 TO job-annual-min-record(job-idx)
    MOVE 0 TO job-annual-max-record(job-idx)
    MOVE "Y" TO sal-ok-flag
    IF FUNCTION TRIM(job-salary-record(job-idx)) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE job-salary-record(job-idx) TO sal-text
    PERFORM PARSE-SALARY-TEXT
    IF sal-ok-flag = "Y"
        PERFORM STORE-JOB-PAY
    END-IF.

*> A posting whose pay fields are not numeric - one restored from a
*> backup taken before pay ranges were kept - has its range read
*> again from its salary text.
NORMALIZE-JOB-PAY.
    IF job-pay-min-record(job-idx) IS NUMERIC
       AND job-pay-max-record(job-idx) IS NUMERIC
       AND job-annual-min-record(job-idx) IS NUMERIC
       AND job-annual-max-record(job-idx) IS NUMERIC
        EXIT PARAGRAPH
    END-IF
    PERFORM CONVERT-JOB-SALARY.

STORE-JOB-PAY.
    MOVE sal-min TO job-pay-min-record(job-idx)
    MOVE sal-max TO job-pay-max-record(job-idx)
    MOVE sal-period TO job-pay-period-record(job-idx)
    MOVE sal-annual-min TO job-annual-min-record(job-idx)
    MOVE sal-annual-max TO job-annual-max-record(job-idx).

SAVE-APPLICATIONS.
    MOVE "Applications" TO backup-store-name
    PERFORM BEGIN-STORE-BACKUP
        MOVE app-snap-gradyear(app-idx) TO APP-SNAP-YEAR-FILE
        MOVE app-snap-exp(app-idx) TO APP-SNAP-EXP-FILE
        MOVE app-snap-skills(app-idx) TO APP-SNAP-SKILLS-FILE
        MOVE app-snap-refs(app-idx) TO APP-SNAP-REFS-FILE
        WRITE APP-REC-FILE
    END-PERFORM
    CLOSE APPLICATIONS-FILE
        END-IF
    END-PERFORM.

LOAD-RECRUITERS.
    MOVE 0 TO recruiter-count
    PERFORM VARYING rcr-idx FROM 1 BY 1 UNTIL rcr-idx > 200
        READ RECRUITER-FILE
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO recruiter-count
                MOVE RCR-USER-FILE TO rcr-user(recruiter-count)
                IF RCR-COMP-ID-FILE IS NUMERIC
                    MOVE RCR-COMP-ID-FILE TO rcr-comp-id(recruiter-count)
                ELSE
                    MOVE 0 TO rcr-comp-id(recruiter-count)
                END-IF
        END-READ
    END-PERFORM
    READ RECRUITER-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "InCollege-Recruiters.txt holds more records than this build supports (200)." TO msgBuffer
            PERFORM HALT-ON-FILE-ERROR
    END-READ.

SAVE-RECRUITERS.
    MOVE "Recruiters" TO backup-store-name
    PERFORM BEGIN-STORE-BACKUP
    PERFORM VARYING rcr-idx FROM 1 BY 1 UNTIL rcr-idx > recruiter-count
        MOVE SPACES TO backup-line
        MOVE recruiter-record(rcr-idx) TO backup-line
        WRITE BACKUP-REC FROM backup-line
    END-PERFORM
    PERFORM END-STORE-BACKUP
    CLOSE RECRUITER-FILE
    OPEN OUTPUT RECRUITER-FILE
    PERFORM VARYING rcr-idx FROM 1 BY 1 UNTIL rcr-idx > recruiter-count
        MOVE rcr-user(rcr-idx)    TO RCR-USER-FILE
        MOVE rcr-comp-id(rcr-idx) TO RCR-COMP-ID-FILE
        WRITE RCR-REC-FILE
    END-PERFORM
    CLOSE RECRUITER-FILE
    OPEN INPUT RECRUITER-FILE.

*> Looks up the recruiter registration for rcr-lookup-user. Leaves
*> the registration row in rcr-match-idx and the company-master slot
*> it points at in rcr-company-idx; either is 0 when the member is
*> not a recruiter or their COMP-ID is no longer on the master.
FIND-RECRUITER-COMPANY.
    MOVE 0 TO rcr-match-idx
    MOVE 0 TO rcr-company-idx
    PERFORM VARYING rcr-idx FROM 1 BY 1 UNTIL rcr-idx > recruiter-count
        IF rcr-user(rcr-idx) = rcr-lookup-user
            MOVE rcr-idx TO rcr-match-idx
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF rcr-match-idx = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING company-idx FROM 1 BY 1 UNTIL company-idx > company-count
        IF comp-id-record(company-idx) = rcr-comp-id(rcr-match-idx)
            MOVE company-idx TO rcr-company-idx
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Sets rcr-access-flag when the signed-in member may work the
*> applicant roster of the posting in job-idx: they own it, or they
*> recruit for the company it is posted under. rcr-company-idx must
*> already hold the member's own company (FIND-RECRUITER-COMPANY).
CHECK-JOB-RECRUITER-ACCESS.
    MOVE "N" TO rcr-access-flag
    IF job-owner-record(job-idx) = roster-user(loggedInUser)
        MOVE "Y" TO rcr-access-flag
        EXIT PARAGRAPH
    END-IF
    IF rcr-company-idx > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(job-employer-record(job-idx))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(comp-name-record(rcr-company-idx)))
            MOVE "Y" TO rcr-access-flag
        END-IF
    END-IF.

LOAD-EVENTS.
    MOVE 0 TO event-count
    PERFORM VARYING evt-idx FROM 1 BY 1 UNTIL evt-idx > 200
        READ EVENT-FILE
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO event-count
                IF EVT-ID-FILE IS NUMERIC
                    MOVE EVT-ID-FILE TO evt-id(event-count)
                ELSE
                    MOVE 0 TO evt-id(event-count)
                END-IF
                MOVE EVT-TITLE-FILE    TO evt-title(event-count)
                IF EVT-DATE-FILE IS NUMERIC
                    MOVE EVT-DATE-FILE TO evt-date(event-count)
                ELSE
                    MOVE 0 TO evt-date(event-count)
                END-IF
                MOVE EVT-LOCATION-FILE TO evt-location(event-count)
                IF EVT-CAPACITY-FILE IS NUMERIC
                    MOVE EVT-CAPACITY-FILE TO evt-capacity(event-count)
                ELSE
                    MOVE 0 TO evt-capacity(event-count)
                END-IF
                MOVE EVT-CREATOR-FILE  TO evt-creator(event-count)
                IF EVT-COMP-COUNT-FILE IS NUMERIC
                   AND EVT-COMP-COUNT-FILE NOT > 5
                    MOVE EVT-COMP-COUNT-FILE TO evt-comp-count(event-count)
                ELSE
                    MOVE 0 TO evt-comp-count(event-count)
                END-IF
                PERFORM VARYING evt-comp-idx FROM 1 BY 1 UNTIL evt-comp-idx > 5
                    IF EVT-COMP-ID-FILE(evt-comp-idx) IS NUMERIC
                        MOVE EVT-COMP-ID-FILE(evt-comp-idx)
                            TO evt-comp-id(event-count, evt-comp-idx)
                    ELSE
                        MOVE 0 TO evt-comp-id(event-count, evt-comp-idx)
                    END-IF
                END-PERFORM
                IF evt-id(event-count) > next-event-id
                    MOVE evt-id(event-count) TO next-event-id
                END-IF
        END-READ
    END-PERFORM
    READ EVENT-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "InCollege-Events.txt holds more records than this build supports (200)." TO msgBuffer
            PERFORM HALT-ON-FILE-ERROR
    END-READ.

SAVE-EVENTS.
    MOVE "Events" TO backup-store-name
    PERFORM BEGIN-STORE-BACKUP
    PERFORM VARYING evt-idx FROM 1 BY 1 UNTIL evt-idx > event-count
        MOVE SPACES TO backup-line
        MOVE event-record(evt-idx) TO backup-line
        WRITE BACKUP-REC FROM backup-line
    END-PERFORM
    PERFORM END-STORE-BACKUP
    CLOSE EVENT-FILE
    OPEN OUTPUT EVENT-FILE
    PERFORM VARYING evt-idx FROM 1 BY 1 UNTIL evt-idx > event-count
        MOVE evt-id(evt-idx)         TO EVT-ID-FILE
        MOVE evt-title(evt-idx)      TO EVT-TITLE-FILE
        MOVE evt-date(evt-idx)       TO EVT-DATE-FILE
        MOVE evt-location(evt-idx)   TO EVT-LOCATION-FILE
        MOVE evt-capacity(evt-idx)   TO EVT-CAPACITY-FILE
        MOVE evt-creator(evt-idx)    TO EVT-CREATOR-FILE
        MOVE evt-comp-count(evt-idx) TO EVT-COMP-COUNT-FILE
        PERFORM VARYING evt-comp-idx FROM 1 BY 1 UNTIL evt-comp-idx > 5
            MOVE evt-comp-id(evt-idx, evt-comp-idx) TO EVT-COMP-ID-FILE(evt-comp-idx)
        END-PERFORM
        WRITE EVT-REC-FILE
    END-PERFORM
    CLOSE EVENT-FILE
    OPEN INPUT EVENT-FILE.

LOAD-EVENT-REGS.
    MOVE 0 TO event-reg-count
    PERFORM VARYING ereg-idx FROM 1 BY 1 UNTIL ereg-idx > 2000
        READ EVENTREG-FILE
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO event-reg-count
                IF EREG-EVENT-ID-FILE IS NUMERIC
                    MOVE EREG-EVENT-ID-FILE TO ereg-event-id(event-reg-count)
                ELSE
                    MOVE 0 TO ereg-event-id(event-reg-count)
                END-IF
                MOVE EREG-USER-FILE TO ereg-user(event-reg-count)
                IF EREG-STATUS-FILE = "W"
                    MOVE "W" TO ereg-status(event-reg-count)
                ELSE
                    MOVE "R" TO ereg-status(event-reg-count)
                END-IF
                IF EREG-NOTIFY-FILE = "Y"
                    MOVE "Y" TO ereg-notify(event-reg-count)
                ELSE
                    MOVE "N" TO ereg-notify(event-reg-count)
                END-IF
        END-READ
    END-PERFORM
    READ EVENTREG-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "InCollege-EventRegs.txt holds more records than this build supports (2000)." TO msgBuffer
            PERFORM HALT-ON-FILE-ERROR
    END-READ.

SAVE-EVENT-REGS.
    MOVE "EventRegs" TO backup-store-name
    PERFORM BEGIN-STORE-BACKUP
    PERFORM VARYING ereg-idx FROM 1 BY 1 UNTIL ereg-idx > event-reg-count
        MOVE SPACES TO backup-line
        MOVE event-reg-record(ereg-idx) TO backup-line
        WRITE BACKUP-REC FROM backup-line
    END-PERFORM
    PERFORM END-STORE-BACKUP
    CLOSE EVENTREG-FILE
    OPEN OUTPUT EVENTREG-FILE
    PERFORM VARYING ereg-idx FROM 1 BY 1 UNTIL ereg-idx > event-reg-count
        MOVE ereg-event-id(ereg-idx) TO EREG-EVENT-ID-FILE
        MOVE ereg-user(ereg-idx)     TO EREG-USER-FILE
        MOVE ereg-status(ereg-idx)   TO EREG-STATUS-FILE
        MOVE ereg-notify(ereg-idx)   TO EREG-NOTIFY-FILE
        WRITE EREG-REC-FILE
    END-PERFORM
    CLOSE EVENTREG-FILE
    OPEN INPUT EVENTREG-FILE.

LOAD-TERMS.
    MOVE 0 TO ptrm-count
    PERFORM VARYING ptrm-idx FROM 1 BY 1 UNTIL ptrm-idx > 200
        READ TERMS-FILE
            AT END EXIT PERFORM
            NOT AT END
                IF TERM-TEXT-FILE NOT = SPACES
                    ADD 1 TO ptrm-count
                    MOVE FUNCTION TRIM(TERM-TEXT-FILE) TO ptrm-text(ptrm-count)
                END-IF
        END-READ
    END-PERFORM
    READ TERMS-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "InCollege-Terms.txt holds more records than this build supports (200)." TO msgBuffer
            PERFORM HALT-ON-FILE-ERROR
    END-READ.

SAVE-TERMS.
    MOVE "Terms" TO backup-store-name
    PERFORM BEGIN-STORE-BACKUP
    PERFORM VARYING ptrm-idx FROM 1 BY 1 UNTIL ptrm-idx > ptrm-count
        MOVE SPACES TO backup-line
        MOVE ptrm-record(ptrm-idx) TO backup-line
        WRITE BACKUP-REC FROM backup-line
    END-PERFORM
    PERFORM END-STORE-BACKUP
    CLOSE TERMS-FILE
    OPEN OUTPUT TERMS-FILE
    PERFORM VARYING ptrm-idx FROM 1 BY 1 UNTIL ptrm-idx > ptrm-count
        MOVE ptrm-text(ptrm-idx) TO TERM-TEXT-FILE
        WRITE TERM-REC-FILE
    END-PERFORM
    CLOSE TERMS-FILE
    OPEN INPUT TERMS-FILE.

LOAD-MODERATION.
    MOVE 0 TO moderation-count
    PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > 2000
        READ MODERATION-FILE
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO moderation-count
                IF MOD-ID-FILE IS NUMERIC
                    MOVE MOD-ID-FILE TO mod-id(moderation-count)
                ELSE
                    MOVE 0 TO mod-id(moderation-count)
                END-IF
                IF mod-id(moderation-count) > next-mod-id
                    MOVE mod-id(moderation-count) TO next-mod-id
                END-IF
                MOVE MOD-KIND-FILE TO mod-kind(moderation-count)
                MOVE MOD-SOURCE-FILE TO mod-source(moderation-count)
                MOVE MOD-STATUS-FILE TO mod-status(moderation-count)
                IF MOD-DATE-FILE IS NUMERIC
                    MOVE MOD-DATE-FILE TO mod-date(moderation-count)
                ELSE
                    MOVE 0 TO mod-date(moderation-count)
                END-IF
                MOVE MOD-REPORTER-FILE TO mod-reporter(moderation-count)
                MOVE MOD-SENDER-FILE TO mod-sender(moderation-count)
                MOVE MOD-RECEIVER-FILE TO mod-receiver(moderation-count)
                IF MOD-JOB-ID-FILE IS NUMERIC
                    MOVE MOD-JOB-ID-FILE TO mod-job-id-rec(moderation-count)
                ELSE
                    MOVE 0 TO mod-job-id-rec(moderation-count)
                END-IF
                MOVE MOD-REASON-FILE TO mod-reason(moderation-count)
                MOVE MOD-TEXT-FILE TO mod-text(moderation-count)
                MOVE MOD-DECIDED-BY-FILE TO mod-decided-by(moderation-count)
                IF MOD-DECIDED-DATE-FILE IS NUMERIC
                    MOVE MOD-DECIDED-DATE-FILE TO mod-decided-date(moderation-count)
                ELSE
                    MOVE 0 TO mod-decided-date(moderation-count)
                END-IF
        END-READ
    END-PERFORM
    READ MODERATION-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "InCollege-Moderation.txt holds more records than this build supports (2000)." TO msgBuffer
            PERFORM HALT-ON-FILE-ERROR
    END-READ.

SAVE-MODERATION.
    MOVE "Moderation" TO backup-store-name
    PERFORM BEGIN-STORE-BACKUP
    PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > moderation-count
        MOVE SPACES TO backup-line
        MOVE mod-record(mod-idx) TO backup-line
        WRITE BACKUP-REC FROM backup-line
    END-PERFORM
    PERFORM END-STORE-BACKUP
    CLOSE MODERATION-FILE
    OPEN OUTPUT MODERATION-FILE
    PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > moderation-count
        MOVE mod-id(mod-idx)           TO MOD-ID-FILE
        MOVE mod-kind(mod-idx)         TO MOD-KIND-FILE
        MOVE mod-source(mod-idx)       TO MOD-SOURCE-FILE
        MOVE mod-status(mod-idx)       TO MOD-STATUS-FILE
        MOVE mod-date(mod-idx)         TO MOD-DATE-FILE
        MOVE mod-reporter(mod-idx)     TO MOD-REPORTER-FILE
        MOVE mod-sender(mod-idx)       TO MOD-SENDER-FILE
        MOVE mod-receiver(mod-idx)     TO MOD-RECEIVER-FILE
        MOVE mod-job-id-rec(mod-idx)   TO MOD-JOB-ID-FILE
        MOVE mod-reason(mod-idx)       TO MOD-REASON-FILE
        MOVE mod-text(mod-idx)         TO MOD-TEXT-FILE
        MOVE mod-decided-by(mod-idx)   TO MOD-DECIDED-BY-FILE
        MOVE mod-decided-date(mod-idx) TO MOD-DECIDED-DATE-FILE
        WRITE MOD-REC-FILE
    END-PERFORM
    CLOSE MODERATION-FILE
    OPEN INPUT MODERATION-FILE.

LOAD-REFERENCES.
    MOVE 0 TO reference-count
    PERFORM VARYING ref-idx FROM 1 BY 1 UNTIL ref-idx > 200
        READ REFERENCE-FILE
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO reference-count
                MOVE REF-WRITER-FILE TO ref-writer(ref-idx)
                MOVE REF-MEMBER-FILE TO ref-member(ref-idx)
                MOVE REF-ROLE-FILE   TO ref-role(ref-idx)
                MOVE REF-ORG-FILE    TO ref-org(ref-idx)
                MOVE REF-TEXT-FILE   TO ref-text(ref-idx)
                MOVE REF-STATUS-FILE TO ref-status(ref-idx)
                IF REF-DATE-FILE IS NUMERIC
                    MOVE REF-DATE-FILE TO ref-written-date(ref-idx)
                ELSE
                    MOVE 0 TO ref-written-date(ref-idx)
                END-IF
                IF NOT ref-approved(ref-idx) AND NOT ref-hidden(ref-idx)
                    SET ref-pending(ref-idx) TO TRUE
                END-IF
        END-READ
    END-PERFORM
    READ REFERENCE-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "InCollege-References.txt holds more records than this build supports (200)." TO msgBuffer
            PERFORM HALT-ON-FILE-ERROR
    END-READ.

SAVE-REFERENCES.
    MOVE "References" TO backup-store-name
    PERFORM BEGIN-STORE-BACKUP
    PERFORM VARYING ref-idx FROM 1 BY 1 UNTIL ref-idx > reference-count
        MOVE SPACES TO backup-line
        MOVE reference-record(ref-idx) TO backup-line
        WRITE BACKUP-REC FROM backup-line
    END-PERFORM
    PERFORM END-STORE-BACKUP
    CLOSE REFERENCE-FILE
    OPEN OUTPUT REFERENCE-FILE
    PERFORM VARYING ref-idx FROM 1 BY 1 UNTIL ref-idx > reference-count
        MOVE ref-writer(ref-idx)       TO REF-WRITER-FILE
        MOVE ref-member(ref-idx)       TO REF-MEMBER-FILE
        MOVE ref-role(ref-idx)         TO REF-ROLE-FILE
        MOVE ref-org(ref-idx)          TO REF-ORG-FILE
        MOVE ref-text(ref-idx)         TO REF-TEXT-FILE
        MOVE ref-status(ref-idx)       TO REF-STATUS-FILE
        MOVE ref-written-date(ref-idx) TO REF-DATE-FILE
        WRITE REF-REC-FILE
    END-PERFORM
    CLOSE REFERENCE-FILE
    OPEN INPUT REFERENCE-FILE.

LOAD-MENTORS.
    MOVE 0 TO mentor-count
    PERFORM VARYING mnt-idx FROM 1 BY 1 UNTIL mnt-idx > 200
        READ MENTOR-FILE
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO mentor-count
                MOVE MNT-USER-FILE   TO mnt-user(mnt-idx)
                MOVE MNT-STATUS-FILE TO mnt-status(mnt-idx)
                MOVE MNT-AREAS-FILE  TO mnt-areas(mnt-idx)
                IF MNT-JOINED-FILE IS NUMERIC
                    MOVE MNT-JOINED-FILE TO mnt-joined(mnt-idx)
                ELSE
                    MOVE 0 TO mnt-joined(mnt-idx)
                END-IF
                IF NOT mnt-active(mnt-idx)
                    SET mnt-paused(mnt-idx) TO TRUE
                END-IF
        END-READ
    END-PERFORM
    READ MENTOR-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "InCollege-Mentors.txt holds more records than this build supports (200)." TO msgBuffer
            PERFORM HALT-ON-FILE-ERROR
    END-READ.

SAVE-MENTORS.
    MOVE "Mentors" TO backup-store-name
    PERFORM BEGIN-STORE-BACKUP
    PERFORM VARYING mnt-idx FROM 1 BY 1 UNTIL mnt-idx > mentor-count
        MOVE SPACES TO backup-line
        MOVE mentor-record(mnt-idx) TO backup-line
        WRITE BACKUP-REC FROM backup-line
    END-PERFORM
    PERFORM END-STORE-BACKUP
    CLOSE MENTOR-FILE
    OPEN OUTPUT MENTOR-FILE
    PERFORM VARYING mnt-idx FROM 1 BY 1 UNTIL mnt-idx > mentor-count
        MOVE mnt-user(mnt-idx)   TO MNT-USER-FILE
        MOVE mnt-status(mnt-idx) TO MNT-STATUS-FILE
        MOVE mnt-areas(mnt-idx)  TO MNT-AREAS-FILE
        MOVE mnt-joined(mnt-idx) TO MNT-JOINED-FILE
        WRITE MNT-REC-FILE
    END-PERFORM
    CLOSE MENTOR-FILE
    OPEN INPUT MENTOR-FILE.

LOAD-MENTORSHIPS.
    MOVE 0 TO mentorship-count
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > 200
        READ MENTORSHIP-FILE
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO mentorship-count
                MOVE MSP-MENTOR-FILE  TO msp-mentor(msp-idx)
                MOVE MSP-STUDENT-FILE TO msp-student(msp-idx)
                MOVE MSP-STATUS-FILE  TO msp-status(msp-idx)
                MOVE MSP-NOTE-FILE    TO msp-note(msp-idx)
                IF MSP-REQUESTED-FILE IS NUMERIC
                    MOVE MSP-REQUESTED-FILE TO msp-requested(msp-idx)
                ELSE
                    MOVE 0 TO msp-requested(msp-idx)
                END-IF
                IF MSP-DECIDED-FILE IS NUMERIC
                    MOVE MSP-DECIDED-FILE TO msp-decided(msp-idx)
                ELSE
                    MOVE 0 TO msp-decided(msp-idx)
                END-IF
                IF NOT msp-active(msp-idx) AND NOT msp-declined(msp-idx)
                    SET msp-pending(msp-idx) TO TRUE
                END-IF
        END-READ
    END-PERFORM
    READ MENTORSHIP-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "InCollege-Mentorships.txt holds more records than this build supports (200)." TO msgBuffer
            PERFORM HALT-ON-FILE-ERROR
    END-READ.

SAVE-MENTORSHIPS.
    MOVE "Mentorships" TO backup-store-name
    PERFORM BEGIN-STORE-BACKUP
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        MOVE SPACES TO backup-line
        MOVE mentorship-record(msp-idx) TO backup-line
        WRITE BACKUP-REC FROM backup-line
    END-PERFORM
    PERFORM END-STORE-BACKUP
    CLOSE MENTORSHIP-FILE
    OPEN OUTPUT MENTORSHIP-FILE
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        MOVE msp-mentor(msp-idx)    TO MSP-MENTOR-FILE
        MOVE msp-student(msp-idx)   TO MSP-STUDENT-FILE
        MOVE msp-status(msp-idx)    TO MSP-STATUS-FILE
        MOVE msp-requested(msp-idx) TO MSP-REQUESTED-FILE
        MOVE msp-decided(msp-idx)   TO MSP-DECIDED-FILE
        MOVE msp-note(msp-idx)      TO MSP-NOTE-FILE
        WRITE MSP-REC-FILE
    END-PERFORM
    CLOSE MENTORSHIP-FILE
    OPEN INPUT MENTORSHIP-FILE.

*> Looks up company-lookup-id on the master; leaves the slot in
*> company-match-idx, or 0 when no company carries that ID.
FIND-COMPANY-BY-ID.
    MOVE 0 TO company-match-idx
    PERFORM VARYING company-idx FROM 1 BY 1 UNTIL company-idx > company-count
        IF comp-id-record(company-idx) = company-lookup-id
            MOVE company-idx TO company-match-idx
            EXIT PERFORM
        END-IF
    END-PERFORM.

DISPLAY-COMPANY-MASTER-LIST.
    MOVE "Companies on the master:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM VARYING company-idx FROM 1 BY 1 UNTIL company-idx > company-count
        MOVE SPACES TO msgBuffer
        STRING "  " DELIMITED BY SIZE
               comp-id-record(company-idx) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(comp-name-record(company-idx)) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
    END-PERFORM.

LOAD-SKILLS.
    MOVE 0 TO skill-count
    OPEN INPUT SKILLS-FILE
    IF skills-file-status NOT = "35"
        PERFORM VARYING skill-idx FROM 1 BY 1 UNTIL skill-idx > 20
            READ SKILLS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    ADD 1 TO skill-count
                    MOVE SKILL-NAME-FILE TO skill-name(skill-count)
                    MOVE SKILL-DESC-FILE TO skill-desc(skill-count)
                    MOVE SKILL-LINK-FILE TO skill-link(skill-count)
            END-READ
        END-PERFORM
        CLOSE SKILLS-FILE
    END-IF.

LOAD-CHECKPOINT.
    MOVE 0 TO resume-line-count
    MOVE SPACES TO current-action
    OPEN INPUT CHECKPOINT-FILE
    IF checkpoint-file-status NOT = "35"
        READ CHECKPOINT-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CKPT-LINE-FILE   TO resume-line-count
                MOVE CKPT-ACTION-FILE TO current-action
    WRITE CHECKPOINT-REC
    CLOSE CHECKPOINT-FILE.

*> Run parameters. InCollege-RunControl.txt holds KEY=VALUE lines;
*> blank lines and lines starting "*" are skipped, and any key left
*> out keeps its built-in default. A line that cannot be used stops
*> the run before anything is loaded or written, naming the line and
*> the problem, so a typo never runs with half its settings.
LOAD-RUN-CONTROL.
    MOVE "built-in defaults" TO runctl-source
    OPEN INPUT RUNCONTROL-FILE
    IF runctl-file-status = "35"
        EXIT PARAGRAPH
    END-IF
    IF runctl-file-status NOT = "00"
        MOVE SPACES TO msgBuffer
        STRING "InCollege-RunControl.txt could not be opened (status " DELIMITED BY SIZE
               runctl-file-status DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        MOVE 0 TO runctl-line-number
        PERFORM STOP-ON-RUN-CONTROL-ERROR
    END-IF
    MOVE "InCollege-RunControl.txt" TO runctl-source
    MOVE 0 TO runctl-line-number
    MOVE "N" TO runctl-eof
    PERFORM UNTIL runctl-eof = "Y"
        READ RUNCONTROL-FILE
            AT END
                MOVE "Y" TO runctl-eof
            NOT AT END
                ADD 1 TO runctl-line-number
                MOVE FUNCTION TRIM(RUNCTL-REC) TO runctl-line
                IF runctl-line NOT = SPACES AND runctl-line(1:1) NOT = "*"
                    PERFORM APPLY-RUN-CONTROL-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE RUNCONTROL-FILE.

APPLY-RUN-CONTROL-LINE.
    MOVE SPACES TO runctl-key
    MOVE SPACES TO runctl-value
    UNSTRING runctl-line DELIMITED BY "="
        INTO runctl-key runctl-value
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(runctl-key)) TO runctl-key
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(runctl-value)) TO runctl-value
    IF runctl-value = SPACES
        MOVE SPACES TO msgBuffer
        STRING "no value given for " DELIMITED BY SIZE
               FUNCTION TRIM(runctl-key) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM STOP-ON-RUN-CONTROL-ERROR
    END-IF

    EVALUATE runctl-key
        WHEN "STALE-POSTING-DAYS"
            MOVE 99 TO runctl-max
            PERFORM CHECK-RUN-CONTROL-NUMBER
            MOVE runctl-number TO stale-posting-days
        WHEN "STALE-RECEIVED-DAYS"
            MOVE 99 TO runctl-max
            PERFORM CHECK-RUN-CONTROL-NUMBER
            MOVE runctl-number TO stale-received-days
        WHEN "MAX-LOGIN-FAILURES"
            MOVE 9 TO runctl-max
            PERFORM CHECK-RUN-CONTROL-NUMBER
            MOVE runctl-number TO max-login-failures
        WHEN "MESSAGE-ROLLOVER-MARK"
            COMPUTE runctl-max = max-message-slots - 1
            PERFORM CHECK-RUN-CONTROL-NUMBER
            MOVE runctl-number TO message-rollover-mark
        WHEN "EVENT-REMINDER-DAYS"
            MOVE 99 TO runctl-max
            PERFORM CHECK-RUN-CONTROL-NUMBER
            MOVE runctl-number TO event-reminder-days
        WHEN "RECOMMENDATIONS-REPORT"
            PERFORM CHECK-RUN-CONTROL-SWITCH
            MOVE runctl-value(1:1) TO run-recommend-switch
        WHEN "DIGEST-REPORT"
            PERFORM CHECK-RUN-CONTROL-SWITCH
            MOVE runctl-value(1:1) TO run-digest-switch
        WHEN "AGING-REPORT"
            PERFORM CHECK-RUN-CONTROL-SWITCH
            MOVE runctl-value(1:1) TO run-aging-switch
        WHEN "DUPLICATE-REPORT"
            PERFORM CHECK-RUN-CONTROL-SWITCH
            MOVE runctl-value(1:1) TO run-duplicate-switch
        WHEN "DORMANT-DAYS"
            MOVE 999 TO runctl-max
            PERFORM CHECK-RUN-CONTROL-NUMBER
            MOVE runctl-number TO dormant-days
        WHEN "ENGAGEMENT-REPORT"
            PERFORM CHECK-RUN-CONTROL-SWITCH
            MOVE runctl-value(1:1) TO run-engagement-switch
        WHEN "SALARY-REPORT"
            PERFORM CHECK-RUN-CONTROL-SWITCH
            MOVE runctl-value(1:1) TO run-salary-switch
        WHEN OTHER
            MOVE SPACES TO msgBuffer
            STRING "unknown parameter " DELIMITED BY SIZE
                   FUNCTION TRIM(runctl-key) DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
            PERFORM STOP-ON-RUN-CONTROL-ERROR
    END-EVALUATE.

*> The value must be a whole number from 1 to runctl-max.
CHECK-RUN-CONTROL-NUMBER.
    MOVE 0 TO runctl-number
    COMPUTE runctl-value-len = FUNCTION LENGTH(FUNCTION TRIM(runctl-value))
    IF runctl-value-len <= 5
        IF runctl-value(1:runctl-value-len) IS NUMERIC
            MOVE FUNCTION NUMVAL(runctl-value) TO runctl-number
        END-IF
    END-IF
    IF runctl-number = 0 OR runctl-number > runctl-max
        MOVE SPACES TO msgBuffer
        STRING FUNCTION TRIM(runctl-key) DELIMITED BY SIZE
               " must be a whole number from 1 to " DELIMITED BY SIZE
               runctl-max DELIMITED BY SIZE
               ", not " DELIMITED BY SIZE
               FUNCTION TRIM(runctl-value) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM STOP-ON-RUN-CONTROL-ERROR
    END-IF.

CHECK-RUN-CONTROL-SWITCH.
    IF runctl-value NOT = "Y" AND runctl-value NOT = "N"
        MOVE SPACES TO msgBuffer
        STRING FUNCTION TRIM(runctl-key) DELIMITED BY SIZE
               " must be Y or N, not " DELIMITED BY SIZE
               FUNCTION TRIM(runctl-value) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM STOP-ON-RUN-CONTROL-ERROR
    END-IF.

*> msgBuffer holds the problem. It is shown with the line number,
*> recorded in the audit trail, and the run ends before any store
*> is opened.
STOP-ON-RUN-CONTROL-ERROR.
    MOVE msgBuffer TO runctl-error-text
    MOVE SPACES TO msgBuffer
    STRING "Run control error at line " DELIMITED BY SIZE
           runctl-line-number DELIMITED BY SIZE
           " of InCollege-RunControl.txt: " DELIMITED BY SIZE
           FUNCTION TRIM(runctl-error-text) DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    MOVE "RUN-CONTROL-ERROR" TO current-action
    MOVE SPACES TO audit-key
    STRING "line " DELIMITED BY SIZE
           runctl-line-number DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(runctl-error-text) DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    PERFORM HALT-ON-FILE-ERROR.

*> One audit line per parameter, as actually used by this run.
ECHO-RUN-PARAMETERS.
    MOVE "RUN-PARAMETERS" TO current-action
    MOVE SPACES TO audit-key
    STRING "source=" DELIMITED BY SIZE
           FUNCTION TRIM(runctl-source) DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "STALE-POSTING-DAYS=" DELIMITED BY SIZE
           stale-posting-days DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "STALE-RECEIVED-DAYS=" DELIMITED BY SIZE
           stale-received-days DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "MAX-LOGIN-FAILURES=" DELIMITED BY SIZE
           max-login-failures DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "MESSAGE-ROLLOVER-MARK=" DELIMITED BY SIZE
           message-rollover-mark DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "EVENT-REMINDER-DAYS=" DELIMITED BY SIZE
           event-reminder-days DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "RECOMMENDATIONS-REPORT=" DELIMITED BY SIZE
           run-recommend-switch DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "DIGEST-REPORT=" DELIMITED BY SIZE
           run-digest-switch DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "AGING-REPORT=" DELIMITED BY SIZE
           run-aging-switch DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "DUPLICATE-REPORT=" DELIMITED BY SIZE
           run-duplicate-switch DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "DORMANT-DAYS=" DELIMITED BY SIZE
           dormant-days DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "ENGAGEMENT-REPORT=" DELIMITED BY SIZE
           run-engagement-switch DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE SPACES TO audit-key
    STRING "SALARY-REPORT=" DELIMITED BY SIZE
           run-salary-switch DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT.

*> Reads the generation control record, checks that the newest
*> complete generation's backups really end with their trailers, and
*> claims the next generation slot for this run's saves. The slot
*> being claimed is marked incomplete until the run ends cleanly.
SET-UP-BACKUP-GENERATION.
    MOVE 0 TO restore-gen
    MOVE 0 TO restore-slot
    OPEN INPUT GENCONTROL-FILE
    IF gen-control-status = "35"
        MOVE 1 TO backup-gen
        MOVE 1 TO backup-slot
    ELSE
        READ GENCONTROL-FILE
            AT END
                MOVE 1 TO backup-gen
                MOVE 1 TO backup-slot
            NOT AT END
                IF GENCTL-GEN-FILE IS NUMERIC
                    *> The newest complete generation is carried in
    MOVE "Y" TO backup-ok-flag
    MOVE restore-slot TO backup-name-slot
    PERFORM VARYING backup-store-idx FROM 1 BY 1
        UNTIL backup-store-idx > 20 OR backup-ok-flag = "N"
        MOVE backup-store-entry(backup-store-idx) TO backup-store-name
        PERFORM BUILD-BACKUP-FILE-NAME
        PERFORM VERIFY-ONE-STORE-BACKUP
    MOVE "N" TO roster-lock(accountCount)
    MOVE "N" TO roster-oper(accountCount)
    MOVE "N" TO roster-susp(accountCount)
    MOVE run-date TO roster-last-login(accountCount)
    MOVE 0 TO roster-login-count(accountCount)
    MOVE "Account successfully created!" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM SAVE-ACCOUNTS
            END-IF
        END-IF
        IF foundFlag = "Y"
            MOVE 0 TO roster-fails(loggedInUser)
            MOVE run-date TO roster-last-login(loggedInUser)
            IF roster-login-count(loggedInUser) < 99999
                ADD 1 TO roster-login-count(loggedInUser)
            END-IF
            PERFORM SAVE-ACCOUNTS
            MOVE "You have successfully logged in." TO msgBuffer
            PERFORM DISPLAY-MSG
            MOVE SPACES TO msgBuffer
        PERFORM CHECK-APPLICATION-NOTICES
        PERFORM CHECK-INTERVIEW-NOTICES
        PERFORM CHECK-JOB-ALERTS
        PERFORM CHECK-EVENT-NOTICES
        PERFORM CHECK-RECOMMENDATION-NOTICES
        PERFORM CHECK-MENTORSHIP-NOTICES

        MOVE "1. Create/Edit My Profile" TO msgBuffer
        PERFORM DISPLAY-MSG
        PERFORM DISPLAY-MSG
        MOVE "11. Generate My Resume" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "12. Close My Account" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "13. Career Events" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "14. My Recommendations" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "15. Mentorship" TO msgBuffer
        PERFORM DISPLAY-MSG

        PERFORM READ-INPUT-SAFELY
        IF EOF-INPUT-FILE = "Y"
                    MOVE "GENERATE-RESUME" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM GENERATE-MY-RESUME
                WHEN 12
                    MOVE "CLOSE-ACCOUNT" TO current-action
                    PERFORM CLOSE-MY-ACCOUNT
                WHEN 13
                    MOVE "EVENT-MENU" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM EVENT-MENU
                WHEN 14
                    MOVE "MY-RECOMMENDATIONS" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM MY-RECOMMENDATIONS
                WHEN 15
                    MOVE "MENTOR-MENU" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM MENTOR-MENU
            END-EVALUATE
        END-IF
    END-PERFORM.
    END-IF
    MOVE comp-name-record(company-match-idx) TO job-employer

    *> Only a registered recruiter may post, and only for the company
    *> they are registered with.
    MOVE roster-user(loggedInUser) TO rcr-lookup-user
    PERFORM FIND-RECRUITER-COMPANY
    IF rcr-company-idx = 0
        MOVE "Error: Only registered recruiters can post jobs." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Ask the operator to register you for your company." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Job not posted." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "----------------------------------" TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    IF rcr-company-idx NOT = company-match-idx
        MOVE SPACES TO msgBuffer
        STRING "Error: You can only post jobs for " DELIMITED BY SIZE
               FUNCTION TRIM(comp-name-record(rcr-company-idx)) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
        MOVE "Job not posted." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "----------------------------------" TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    *> Pay optional; when given it is a range and a pay period
    PERFORM ASK-PAY-RANGE
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    IF sal-ok-flag = "N"
        MOVE "Job not posted." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "----------------------------------" TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    *> A posting that trips the prohibited-terms list is stored but
    *> held out of browsing until the operator has reviewed it.
    PERFORM SCREEN-POSTING-TEXT
    IF mod-hit-term NOT = SPACES
        PERFORM MAKE-MODERATION-ROOM
        IF mod-room-flag = "N"
            MOVE "This posting needs review, but the review queue is full." TO msgBuffer
            PERFORM DISPLAY-MSG
            MOVE "Job not posted." TO msgBuffer
            PERFORM DISPLAY-MSG
            MOVE "----------------------------------" TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> Add job to in-memory array
        MOVE job-salary TO job-salary-record(job-count)
        MOVE roster-user(loggedInUser) TO job-owner-record(job-count)
        MOVE run-date TO job-posted-record(job-count)
        MOVE job-count TO job-idx
        PERFORM STORE-JOB-PAY
    ELSE
        MOVE "Maximum job limit reached." TO msgBuffer
        PERFORM DISPLAY-MSG
    ADD 1 TO jobs-posted-count
    MOVE job-id-record(job-count) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    IF mod-hit-term NOT = SPACES
        MOVE job-count TO job-idx
        PERFORM HOLD-SCREENED-POSTING
    END-IF
    PERFORM WRITE-CHECKPOINT

    IF mod-hit-term NOT = SPACES
        MOVE "Job posted. It is held for operator review before members can see it." TO msgBuffer
    ELSE
        MOVE "Job posted successfully!" TO msgBuffer
    END-IF
    PERFORM DISPLAY-MSG
    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG.
    PERFORM DISPLAY-MSG
    MOVE "5. Salary Listed" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "6. Minimum Pay" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Enter your choice:" TO msgBuffer
    PERFORM DISPLAY-MSG

            PERFORM DISPLAY-MSG
        WHEN 5
            SET filter-has-salary TO TRUE
        WHEN 6
            SET filter-min-pay TO TRUE
            MOVE "Enter the lowest annual pay to show (for example 45000 or 45k):" TO msgBuffer
            PERFORM DISPLAY-MSG
        WHEN OTHER
            SET filter-show-all TO TRUE
    END-EVALUATE
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO ws-search-name
    END-IF

    *> The minimum is kept as whole dollars in ws-search-name, so a
    *> saved alert replays it like any other search text.
    IF filter-min-pay
        PERFORM READ-INPUT-SAFELY
        IF EOF-INPUT-FILE = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION TRIM(IN-REC) TO sal-entry
        PERFORM PARSE-PAY-AMOUNT
        IF sal-amount-ok = "N"
            MOVE "Error: Enter an annual amount such as 45000 or 45k." TO msgBuffer
            PERFORM DISPLAY-MSG
            MOVE "----------------------------------" TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
        MOVE sal-value TO browse-min-pay
        MOVE browse-min-pay TO ws-search-name
    END-IF

    PERFORM BUILD-JOB-MATCH-LIST
    PERFORM SORT-JOB-MATCHES-NEWEST-FIRST

        IF owner-susp-flag = "Y"
            EXIT PERFORM CYCLE
        END-IF
        PERFORM CHECK-POSTING-HELD
        IF mod-held-flag = "Y"
            EXIT PERFORM CYCLE
        END-IF
        PERFORM CHECK-JOB-MATCHES-FILTER
        IF ws-contains-flag = "Y"
            ADD 1 TO browse-match-count
            ELSE
                MOVE "N" TO ws-contains-flag
            END-IF
        WHEN filter-min-pay
            *> Compared on the annual equivalent of the posting's
            *> minimum; postings without a pay range never match.
            COMPUTE browse-min-pay = FUNCTION NUMVAL(ws-search-name)
            IF job-pay-period-record(job-idx) NOT = SPACE
               AND job-annual-min-record(job-idx) >= browse-min-pay
                MOVE "Y" TO ws-contains-flag
            ELSE
                MOVE "N" TO ws-contains-flag
            END-IF
        WHEN OTHER
            MOVE "N" TO ws-contains-flag
    END-EVALUATE.
                               " new posting(s) match your saved search (salary listed)" DELIMITED BY SIZE
                               INTO msgBuffer
                        END-STRING
                    WHEN filter-min-pay
                        COMPUTE sal-edit-whole = FUNCTION NUMVAL(alert-text(alert-idx))
                        MOVE sal-edit-whole TO sal-min-text
                        STRING alert-new-count DELIMITED BY SIZE
                               " new posting(s) match your saved search (pay from " DELIMITED BY SIZE
                               FUNCTION TRIM(sal-min-text) DELIMITED BY SIZE
                               " a year)" DELIMITED BY SIZE
                               INTO msgBuffer
                        END-STRING
                    WHEN filter-company
                        STRING alert-new-count DELIMITED BY SIZE
                               " new posting(s) from a company you follow: " DELIMITED BY SIZE
        PERFORM DISPLAY-MSG
    END-IF

    IF job-pay-hourly(job-selection) OR job-pay-monthly(job-selection)
        MOVE job-annual-min-record(job-selection) TO sal-edit-whole
        MOVE sal-edit-whole TO sal-min-text
        MOVE job-annual-max-record(job-selection) TO sal-edit-whole
        MOVE sal-edit-whole TO sal-max-text
        MOVE SPACES TO msgBuffer
        IF job-annual-min-record(job-selection) = job-annual-max-record(job-selection)
            STRING "Annual equivalent: " DELIMITED BY SIZE
                   FUNCTION TRIM(sal-min-text) DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
        ELSE
            STRING "Annual equivalent: " DELIMITED BY SIZE
                   FUNCTION TRIM(sal-min-text) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(sal-max-text) DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
        END-IF
        PERFORM DISPLAY-MSG
    END-IF

    IF job-posted-record(job-selection) > 0
        MOVE job-posted-record(job-selection) TO date-ymd-raw
        PERFORM FORMAT-YMD-DATE
        PERFORM DISPLAY-MSG
        MOVE "4. Withdraw This Listing" TO msgBuffer
        PERFORM DISPLAY-MSG
    ELSE
        MOVE "3. Report This Listing" TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF

    MOVE "Enter your choice:" TO msgBuffer
            IF jobOwnerFlag = "Y"
                PERFORM EDIT-JOB-LISTING
            ELSE
                PERFORM REPORT-JOB-POSTING
            END-IF
        WHEN 4
            IF jobOwnerFlag = "Y"
    END-IF
    MOVE comp-name-record(company-match-idx) TO job-employer

    *> A listing may keep the employer it was posted under; moving it
    *> to another company is only open to that company's recruiter.
    IF job-employer NOT = job-employer-record(job-selection)
        MOVE roster-user(loggedInUser) TO rcr-lookup-user
        PERFORM FIND-RECRUITER-COMPANY
        IF rcr-company-idx NOT = company-match-idx
            MOVE "Error: You can only list jobs for the company you recruit for." TO msgBuffer
            PERFORM DISPLAY-MSG
            MOVE "Listing not updated." TO msgBuffer
            PERFORM DISPLAY-MSG
            MOVE "----------------------------------" TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM ASK-PAY-RANGE
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    IF sal-ok-flag = "N"
        MOVE "Listing not updated." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "----------------------------------" TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    *> Edited text is screened as a new posting is, so a listing
    *> cannot pick up a prohibited term after it has gone live. One
    *> already on hold stays on its existing item.
    MOVE job-selection TO job-idx
    PERFORM CHECK-POSTING-HELD
    PERFORM SCREEN-POSTING-TEXT
    IF mod-held-flag = "Y"
        MOVE SPACES TO mod-hit-term
    END-IF
    IF mod-hit-term NOT = SPACES
        PERFORM MAKE-MODERATION-ROOM
        IF mod-room-flag = "N"
            MOVE "This listing needs review, but the review queue is full." TO msgBuffer
            PERFORM DISPLAY-MSG
            MOVE "Listing not updated." TO msgBuffer
            PERFORM DISPLAY-MSG
            MOVE "----------------------------------" TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE job-title    TO job-title-record(job-selection)
    MOVE job-employer TO job-employer-record(job-selection)
    MOVE job-location TO job-location-record(job-selection)
    MOVE job-salary   TO job-salary-record(job-selection)
    MOVE job-selection TO job-idx
    PERFORM STORE-JOB-PAY

    PERFORM SAVE-JOBS
    PERFORM PROPAGATE-JOB-RENAME-TO-APPLICATIONS
    MOVE "EDIT-JOB-LISTING" TO current-action
    MOVE job-id-record(job-selection) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    IF mod-hit-term NOT = SPACES
        MOVE job-selection TO job-idx
        PERFORM HOLD-SCREENED-POSTING
    END-IF
    PERFORM WRITE-CHECKPOINT

    IF mod-hit-term NOT = SPACES
        MOVE "Listing updated. It is held for operator review before members can see it." TO msgBuffer
    ELSE
        MOVE "Job listing updated successfully!" TO msgBuffer
    END-IF
    PERFORM DISPLAY-MSG
    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG.
    END-PERFORM
    PERFORM SAVE-APPLICATIONS.

*> Prompts for a posting's pay: a minimum, an optional maximum and
*> the pay period. Leaves the range and its annual equivalent in the
*> sal- fields and the display text in job-salary; with no pay given
*> the range is zero and sal-period blank. sal-ok-flag is "N", after
*> the reason has been shown, when the entry cannot be used.
ASK-PAY-RANGE.
    PERFORM CLEAR-PAY-ENTRY
    MOVE SPACES TO job-salary
    MOVE "Enter Minimum Pay (optional, enter 'NONE' to skip):" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO sal-entry
    IF sal-entry = SPACES
       OR FUNCTION UPPER-CASE(sal-entry) = "NONE"
        EXIT PARAGRAPH
    END-IF
    PERFORM PARSE-PAY-AMOUNT
    IF sal-amount-ok = "N"
        MOVE "Error: Minimum pay must be an amount such as 18.50, 4000 or 45000." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "N" TO sal-ok-flag
        EXIT PARAGRAPH
    END-IF
    MOVE sal-value TO sal-min

    MOVE "Enter Maximum Pay (leave blank if it is the same as the minimum):" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO sal-entry
    IF sal-entry = SPACES
        MOVE sal-min TO sal-max
    ELSE
        PERFORM PARSE-PAY-AMOUNT
        IF sal-amount-ok = "N"
            MOVE "Error: Maximum pay must be an amount such as 18.50, 4000 or 45000." TO msgBuffer
            PERFORM DISPLAY-MSG
            MOVE "N" TO sal-ok-flag
            EXIT PARAGRAPH
        END-IF
        MOVE sal-value TO sal-max
    END-IF

    MOVE "Enter Pay Period (H = hourly, M = monthly, A = annual):" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO sal-entry
    PERFORM READ-PAY-PERIOD-CODE
    IF sal-period = SPACE
        MOVE "Error: Pay period must be H (hourly), M (monthly) or A (annual)." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "N" TO sal-ok-flag
        EXIT PARAGRAPH
    END-IF

    PERFORM COMPUTE-ANNUAL-PAY
    IF sal-ok-flag = "N"
        MOVE sal-error-text TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM FORMAT-PAY-TEXT.

CLEAR-PAY-ENTRY.
    MOVE "Y" TO sal-ok-flag
    MOVE 0 TO sal-min
    MOVE 0 TO sal-max
    MOVE SPACE TO sal-period
    MOVE 0 TO sal-annual-min
    MOVE 0 TO sal-annual-max.

*> Pay period code from sal-entry: H, M or A, or the word spelled
*> out. Leaves sal-period blank for anything else.
READ-PAY-PERIOD-CODE.
    MOVE SPACE TO sal-period
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(sal-entry))
        WHEN "H"
        WHEN "HOURLY"
            MOVE "H" TO sal-period
        WHEN "M"
        WHEN "MONTHLY"
            MOVE "M" TO sal-period
        WHEN "A"
        WHEN "ANNUAL"
        WHEN "YEARLY"
            MOVE "A" TO sal-period
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Reads one amount from sal-entry into sal-value: digits with an
*> optional "$", thousands commas, up to two decimal places and a
*> trailing "K" for thousands ("45k", "$45,000", "18.50").
*> sal-amount-ok is "N" for anything else, for zero, and for more
*> than 9,999,999.99.
PARSE-PAY-AMOUNT.
    MOVE "N" TO sal-amount-ok
    MOVE 0 TO sal-annual-work
    MOVE 0 TO sal-int-digits
    MOVE 0 TO sal-frac-digits
    MOVE "N" TO sal-dot-flag
    MOVE "N" TO sal-k-flag
    MOVE "N" TO sal-digit-flag
    MOVE FUNCTION UPPER-CASE(sal-entry) TO sal-entry
    PERFORM VARYING sal-pos FROM 1 BY 1 UNTIL sal-pos > 30
        MOVE sal-entry(sal-pos:1) TO sal-char
        EVALUATE TRUE
            WHEN sal-char = SPACE
                CONTINUE
            WHEN sal-k-flag = "Y"
                EXIT PARAGRAPH
            WHEN sal-char = "$" OR sal-char = ","
                CONTINUE
            WHEN sal-char = "."
                IF sal-dot-flag = "Y"
                    EXIT PARAGRAPH
                END-IF
                MOVE "Y" TO sal-dot-flag
            WHEN sal-char = "K"
                IF sal-digit-flag = "N"
                    EXIT PARAGRAPH
                END-IF
                MOVE "Y" TO sal-k-flag
            WHEN sal-char IS NUMERIC
                MOVE "Y" TO sal-digit-flag
                MOVE sal-char TO sal-digit-value
                IF sal-dot-flag = "Y"
                    ADD 1 TO sal-frac-digits
                    EVALUATE sal-frac-digits
                        WHEN 1
                            COMPUTE sal-annual-work = sal-annual-work + sal-digit-value / 10
                        WHEN 2
                            COMPUTE sal-annual-work = sal-annual-work + sal-digit-value / 100
                        WHEN OTHER
                            EXIT PARAGRAPH
                    END-EVALUATE
                ELSE
                    ADD 1 TO sal-int-digits
                    IF sal-int-digits > 7
                        EXIT PARAGRAPH
                    END-IF
                    COMPUTE sal-annual-work = sal-annual-work * 10 + sal-digit-value
                END-IF
            WHEN OTHER
                EXIT PARAGRAPH
        END-EVALUATE
    END-PERFORM
    IF sal-digit-flag = "N"
        EXIT PARAGRAPH
    END-IF
    IF sal-k-flag = "Y"
        COMPUTE sal-annual-work = sal-annual-work * 1000
    END-IF
    IF sal-annual-work = 0 OR sal-annual-work > 9999999.99
        EXIT PARAGRAPH
    END-IF
    MOVE sal-annual-work TO sal-value
    MOVE "Y" TO sal-amount-ok.

*> Reads a free-text salary in sal-text ("50k", "$22/hr", "$40,000 -
*> $50,000 a year", "40-50K") into a range: one or two amounts, and
*> the pay period from the words around them. With no period word,
*> an amount in thousands ("K", or 10,000 and over) is taken as
*> annual and one under 200 as hourly. Anything in between, more
*> than two amounts, periods that disagree, or text with no amount
*> at all ("competitive") cannot be read and leaves sal-ok-flag "N".
PARSE-SALARY-TEXT.
    PERFORM CLEAR-PAY-ENTRY
    MOVE "N" TO sal-ok-flag
    MOVE FUNCTION UPPER-CASE(sal-text) TO sal-text
    MOVE 0 TO sal-token-count
    MOVE "N" TO sal-in-token
    PERFORM VARYING sal-pos FROM 1 BY 1 UNTIL sal-pos > 30
        MOVE sal-text(sal-pos:1) TO sal-char
        EVALUATE TRUE
            WHEN sal-char IS NUMERIC
               OR sal-char = "."
               OR (sal-char = "," AND sal-in-token = "Y")
                IF sal-in-token = "N"
                    IF sal-token-count = 3
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO sal-token-count
                    MOVE SPACES TO sal-token-text(sal-token-count)
                    MOVE "N" TO sal-token-k(sal-token-count)
                    MOVE "N" TO sal-token-digit(sal-token-count)
                    MOVE 1 TO sal-token-ptr
                    MOVE "Y" TO sal-in-token
                END-IF
                STRING sal-char DELIMITED BY SIZE
                       INTO sal-token-text(sal-token-count)
                       WITH POINTER sal-token-ptr
                END-STRING
                IF sal-char IS NUMERIC
                    MOVE "Y" TO sal-token-digit(sal-token-count)
                END-IF
            WHEN sal-char = "K" AND sal-in-token = "Y"
                STRING "K" DELIMITED BY SIZE
                       INTO sal-token-text(sal-token-count)
                       WITH POINTER sal-token-ptr
                END-STRING
                MOVE "Y" TO sal-token-k(sal-token-count)
                PERFORM END-SALARY-TOKEN
            WHEN sal-char = "$" AND sal-in-token = "N"
                CONTINUE
            WHEN OTHER
                PERFORM END-SALARY-TOKEN
        END-EVALUATE
    END-PERFORM
    PERFORM END-SALARY-TOKEN
    IF sal-token-count = 0 OR sal-token-count = 3
        EXIT PARAGRAPH
    END-IF

    MOVE sal-token-text(1) TO sal-entry
    PERFORM PARSE-PAY-AMOUNT
    IF sal-amount-ok = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE sal-value TO sal-min
    MOVE sal-min TO sal-max
    IF sal-token-count = 2
        MOVE sal-token-text(2) TO sal-entry
        PERFORM PARSE-PAY-AMOUNT
        IF sal-amount-ok = "N"
            EXIT PARAGRAPH
        END-IF
        MOVE sal-value TO sal-max
        *> "40-50K" puts the K on the second amount only.
        IF sal-token-k(2) = "Y" AND sal-token-k(1) = "N"
           AND sal-min < 1000
            COMPUTE sal-min = sal-min * 1000
        END-IF
    END-IF

    PERFORM VARYING sal-kw-idx FROM 1 BY 1 UNTIL sal-kw-idx > 13
        MOVE 0 TO sal-kw-hits
        INSPECT sal-text TALLYING sal-kw-hits
            FOR ALL sal-word-text(sal-kw-idx)(1:sal-word-len(sal-kw-idx))
        IF sal-kw-hits > 0
            IF sal-period = SPACE
                MOVE sal-word-code(sal-kw-idx) TO sal-period
            ELSE
                IF sal-period NOT = sal-word-code(sal-kw-idx)
                    EXIT PARAGRAPH
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF sal-period = SPACE
        EVALUATE TRUE
            WHEN sal-token-k(1) = "Y"
               OR (sal-token-count = 2 AND sal-token-k(2) = "Y")
                MOVE "A" TO sal-period
            WHEN sal-min >= 10000
                MOVE "A" TO sal-period
            WHEN sal-max < 200
                MOVE "H" TO sal-period
            WHEN OTHER
                EXIT PARAGRAPH
        END-EVALUATE
    END-IF
    PERFORM COMPUTE-ANNUAL-PAY.

*> Closes the amount being collected; one with no digits in it (the
*> dots of "P.A.") is dropped.
END-SALARY-TOKEN.
    IF sal-in-token = "Y"
        IF sal-token-digit(sal-token-count) = "N"
            SUBTRACT 1 FROM sal-token-count
        END-IF
        MOVE "N" TO sal-in-token
    END-IF.

*> Checks the range in sal-min/sal-max and works out its annual
*> equivalent for sal-period. sal-ok-flag is "N", with the reason in
*> sal-error-text, when the range is the wrong way round or comes to
*> more than $9,999,999 a year.
COMPUTE-ANNUAL-PAY.
    MOVE "Y" TO sal-ok-flag
    MOVE SPACES TO sal-error-text
    IF sal-max < sal-min
        MOVE "N" TO sal-ok-flag
        MOVE "Error: Maximum pay cannot be less than the minimum." TO sal-error-text
        EXIT PARAGRAPH
    END-IF
    EVALUATE sal-period
        WHEN "H"
            MOVE 2080 TO sal-factor
        WHEN "M"
            MOVE 12 TO sal-factor
        WHEN OTHER
            MOVE 1 TO sal-factor
    END-EVALUATE
    COMPUTE sal-annual-work = sal-max * sal-factor
    IF sal-annual-work > 9999999
        MOVE "N" TO sal-ok-flag
        MOVE "Error: Pay cannot come to more than $9,999,999 a year." TO sal-error-text
        EXIT PARAGRAPH
    END-IF
    COMPUTE sal-annual-min ROUNDED = sal-min * sal-factor
    COMPUTE sal-annual-max ROUNDED = sal-max * sal-factor.

*> Display text for the range into job-salary, for example
*> "$22.50 - $25.00/hr", or "$50,000/yr" when both ends are the same.
FORMAT-PAY-TEXT.
    IF sal-period = "H"
        MOVE sal-min TO sal-edit-cents
        MOVE sal-edit-cents TO sal-min-text
        MOVE sal-max TO sal-edit-cents
        MOVE sal-edit-cents TO sal-max-text
    ELSE
        MOVE sal-min TO sal-edit-whole
        MOVE sal-edit-whole TO sal-min-text
        MOVE sal-max TO sal-edit-whole
        MOVE sal-edit-whole TO sal-max-text
    END-IF
    EVALUATE sal-period
        WHEN "H"
            MOVE "/hr" TO sal-suffix
        WHEN "M"
            MOVE "/mo" TO sal-suffix
        WHEN OTHER
            MOVE "/yr" TO sal-suffix
    END-EVALUATE
    MOVE SPACES TO job-salary
    IF sal-min = sal-max
        STRING FUNCTION TRIM(sal-min-text) DELIMITED BY SIZE
               sal-suffix DELIMITED BY SIZE
               INTO job-salary
        END-STRING
    ELSE
        STRING FUNCTION TRIM(sal-min-text) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(sal-max-text) DELIMITED BY SIZE
               sal-suffix DELIMITED BY SIZE
               INTO job-salary
        END-STRING
    END-IF.

*> Season the run date falls in, for the placement archive: spring
*> through May, summer through August, fall for the rest of the year.
COMPUTE-CURRENT-TERM.
    MOVE run-date(5:2) TO term-month
    MOVE SPACES TO term-text
    EVALUATE TRUE
        WHEN term-month <= 5
            STRING "SPRING " DELIMITED BY SIZE
                   run-date(1:4) DELIMITED BY SIZE
                   INTO term-text
            END-STRING
        WHEN term-month <= 8
            STRING "SUMMER " DELIMITED BY SIZE
                   run-date(1:4) DELIMITED BY SIZE
                   INTO term-text
            END-STRING
        WHEN OTHER
            STRING "FALL " DELIMITED BY SIZE
                   run-date(1:4) DELIMITED BY SIZE
                   INTO term-text
            END-STRING
    END-EVALUATE.

*> Appends the posting in job-selection and every application it
*> still has, with final statuses, to the placement archive. Runs
*> before the posting and its applications are removed from the
*> live tables.
ARCHIVE-RETIRED-POSTING.
    OPEN EXTEND ARCHIVE-FILE
    IF archive-file-status = "35"
        OPEN OUTPUT ARCHIVE-FILE
    END-IF
    PERFORM COMPUTE-CURRENT-TERM

           run-date DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(term-text) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           job-annual-min-record(job-selection) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           job-annual-max-record(job-selection) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           job-pay-period-record(job-selection) DELIMITED BY SIZE
           INTO archive-line
    END-STRING
    WRITE ARCHIVE-REC FROM archive-line
                   FUNCTION TRIM(app-status-text) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   app-applied-record(app-idx) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(app-snap-major(app-idx)) DELIMITED BY SIZE
                   INTO archive-line
            END-STRING
            WRITE ARCHIVE-REC FROM archive-line
            INTO app-snap-skills(application-count)
            WITH POINTER snap-ptr
        END-STRING
    END-PERFORM

    MOVE SPACES TO app-snap-refs(application-count)
    MOVE 0 TO ref-snap-idx
    PERFORM VARYING ref-idx FROM 1 BY 1
        UNTIL ref-idx > reference-count OR ref-snap-idx = 3
        IF ref-member(ref-idx) = roster-user(loggedInUser)
           AND ref-approved(ref-idx)
            ADD 1 TO ref-snap-idx
            PERFORM SET-REFERENCE-TEXTS
            MOVE ref-writer-text TO app-snap-ref-name(application-count, ref-snap-idx)
            MOVE ref-role-text TO app-snap-ref-role(application-count, ref-snap-idx)
            MOVE ref-text(ref-idx) TO app-snap-ref-text(application-count, ref-snap-idx)
        END-IF
    END-PERFORM.

VIEW-MY-APPLICATIONS.
    MOVE "--- Applicant Roster for Your Postings ---" TO msgBuffer
    PERFORM DISPLAY-MSG

    MOVE roster-user(loggedInUser) TO rcr-lookup-user
    PERFORM FIND-RECRUITER-COMPANY
    MOVE 0 TO pending-count
    PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
        PERFORM CHECK-JOB-RECRUITER-ACCESS
        IF rcr-access-flag = "Y"
            ADD 1 TO pending-count
            PERFORM DISPLAY-APPLICANTS-FOR-JOB
        END-IF
    END-STRING
    PERFORM DISPLAY-MSG

    IF job-owner-record(job-idx) NOT = roster-user(loggedInUser)
        MOVE SPACES TO msgBuffer
        STRING "Posted by: " DELIMITED BY SIZE
               FUNCTION TRIM(job-owner-record(job-idx)) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
    END-IF

    MOVE 0 TO roster-applicant-count
    PERFORM VARYING app-idx FROM 1 BY 1 UNTIL app-idx > application-count
        IF app-job-id-record(app-idx) = job-id-record(job-idx)
               INTO msgBuffer
        END-STRING
    END-IF
    PERFORM DISPLAY-MSG

    IF app-snap-refs(app-idx) = SPACES
        MOVE "Recommendations: (none)" TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE "Recommendations:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM VARYING ref-snap-idx FROM 1 BY 1 UNTIL ref-snap-idx > 3
        IF FUNCTION TRIM(app-snap-ref-name(app-idx, ref-snap-idx)) NOT = SPACES
            MOVE SPACES TO msgBuffer
            STRING "  - " DELIMITED BY SIZE
                   FUNCTION TRIM(app-snap-ref-name(app-idx, ref-snap-idx)) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(app-snap-ref-role(app-idx, ref-snap-idx)) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
            PERFORM DISPLAY-MSG
            MOVE SPACES TO msgBuffer
            STRING "      " DELIMITED BY SIZE
                   FUNCTION TRIM(app-snap-ref-text(app-idx, ref-snap-idx)) DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
            PERFORM DISPLAY-MSG
        END-IF
    END-PERFORM.

UPDATE-APPLICANT-STATUS.
    MOVE "Enter applicant number to update status, or 0 to continue:" TO msgBuffer
SCORE-ALL-JOBS-FOR-MEMBER.
    PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
        PERFORM CHECK-JOB-OWNER-SUSPENDED
        PERFORM CHECK-POSTING-HELD
        IF owner-susp-flag = "Y" OR mod-held-flag = "Y"
            MOVE 0 TO rec-score-table(job-idx)
            MOVE "Y" TO rec-picked-table(job-idx)
        ELSE

    CLOSE AGING-FILE.

*> Idle days run from the last sign-in, or from when tracking began
*> for a member who has not signed in since (creation or the account
*> file conversion).
WRITE-ENGAGEMENT-REPORT.
    OPEN OUTPUT ENGAGEMENT-FILE
    MOVE "=== Engagement Report ===" TO engagement-line
    WRITE ENGAGEMENT-REC FROM engagement-line
    MOVE run-date TO date-ymd-raw
    PERFORM FORMAT-YMD-DATE
    MOVE SPACES TO engagement-line
    STRING "Run date: " DELIMITED BY SIZE
           date-ymd-text DELIMITED BY SIZE
           INTO engagement-line
    END-STRING
    WRITE ENGAGEMENT-REC FROM engagement-line

    MOVE SPACES TO engagement-line
    STRING "Members with no sign-in for more than " DELIMITED BY SIZE
           dormant-days DELIMITED BY SIZE
           " days:" DELIMITED BY SIZE
           INTO engagement-line
    END-STRING
    WRITE ENGAGEMENT-REC FROM engagement-line
    MOVE 0 TO eng-dormant-count
    MOVE 0 TO eng-active-count
    MOVE 0 TO eng-univ-count
    MOVE 0 TO eng-major-count
    PERFORM VARYING eng-member-idx FROM 1 BY 1 UNTIL eng-member-idx > accountCount
        IF roster-oper(eng-member-idx) = "Y"
            EXIT PERFORM CYCLE
        END-IF
        MOVE 0 TO eng-idle-days
        IF roster-last-login(eng-member-idx) > 0
            COMPUTE eng-idle-days = run-date-int
                - FUNCTION INTEGER-OF-DATE(roster-last-login(eng-member-idx))
        END-IF
        IF eng-idle-days > dormant-days
            ADD 1 TO eng-dormant-count
            PERFORM WRITE-DORMANT-MEMBER-LINE
        ELSE
            ADD 1 TO eng-active-count
            PERFORM TALLY-ACTIVE-MEMBER
        END-IF
    END-PERFORM
    IF eng-dormant-count = 0
        MOVE "  (none)" TO engagement-line
        WRITE ENGAGEMENT-REC FROM engagement-line
    END-IF

    MOVE "Active members by university:" TO engagement-line
    WRITE ENGAGEMENT-REC FROM engagement-line
    PERFORM VARYING eng-group-idx FROM 1 BY 1 UNTIL eng-group-idx > eng-univ-count
        MOVE SPACES TO engagement-line
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(eng-univ-name(eng-group-idx)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               eng-univ-members(eng-group-idx) DELIMITED BY SIZE
               INTO engagement-line
        END-STRING
        WRITE ENGAGEMENT-REC FROM engagement-line
    END-PERFORM
    IF eng-univ-count = 0
        MOVE "  (none)" TO engagement-line
        WRITE ENGAGEMENT-REC FROM engagement-line
    END-IF

    MOVE "Active members by major:" TO engagement-line
    WRITE ENGAGEMENT-REC FROM engagement-line
    PERFORM VARYING eng-group-idx FROM 1 BY 1 UNTIL eng-group-idx > eng-major-count
        MOVE SPACES TO engagement-line
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(eng-major-name(eng-group-idx)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               eng-major-members(eng-group-idx) DELIMITED BY SIZE
               INTO engagement-line
        END-STRING
        WRITE ENGAGEMENT-REC FROM engagement-line
    END-PERFORM
    IF eng-major-count = 0
        MOVE "  (none)" TO engagement-line
        WRITE ENGAGEMENT-REC FROM engagement-line
    END-IF

    MOVE SPACES TO engagement-line
    STRING "Members: " DELIMITED BY SIZE
           eng-active-count DELIMITED BY SIZE
           " active, " DELIMITED BY SIZE
           eng-dormant-count DELIMITED BY SIZE
           " dormant" DELIMITED BY SIZE
           INTO engagement-line
    END-STRING
    WRITE ENGAGEMENT-REC FROM engagement-line
    CLOSE ENGAGEMENT-FILE.

*> One line for the dormant member at eng-member-idx, with their
*> graduation year and anything left waiting: an incomplete profile,
*> applications still open, unread messages.
WRITE-DORMANT-MEMBER-LINE.
    MOVE 0 TO eng-open-apps
    PERFORM VARYING app-idx FROM 1 BY 1 UNTIL app-idx > application-count
        IF app-user-record(app-idx) = roster-user(eng-member-idx)
           AND (app-received(app-idx) OR app-under-review(app-idx)
                OR app-interview(app-idx))
            ADD 1 TO eng-open-apps
        END-IF
    END-PERFORM
    MOVE 0 TO eng-unread
    PERFORM VARYING msg-idx FROM 1 BY 1 UNTIL msg-idx > message-count
        IF msg-receiver(msg-idx) = roster-user(eng-member-idx)
           AND msg-unread(msg-idx)
            ADD 1 TO eng-unread
        END-IF
    END-PERFORM

    MOVE SPACES TO eng-flag-text
    MOVE 1 TO eng-flag-ptr
    IF first-name(eng-member-idx) = SPACES
       OR last-name(eng-member-idx) = SPACES
       OR university(eng-member-idx) = SPACES
       OR major(eng-member-idx) = SPACES
       OR graduation-year(eng-member-idx) = 0
        STRING "incomplete profile" DELIMITED BY SIZE
            INTO eng-flag-text
            WITH POINTER eng-flag-ptr
        END-STRING
    END-IF
    IF eng-open-apps > 0
        IF eng-flag-ptr > 1
            STRING "; " DELIMITED BY SIZE
                INTO eng-flag-text
                WITH POINTER eng-flag-ptr
            END-STRING
        END-IF
        STRING eng-open-apps DELIMITED BY SIZE
               " open application(s)" DELIMITED BY SIZE
            INTO eng-flag-text
            WITH POINTER eng-flag-ptr
        END-STRING
    END-IF
    IF eng-unread > 0
        IF eng-flag-ptr > 1
            STRING "; " DELIMITED BY SIZE
                INTO eng-flag-text
                WITH POINTER eng-flag-ptr
            END-STRING
        END-IF
        STRING eng-unread DELIMITED BY SIZE
               " unread message(s)" DELIMITED BY SIZE
            INTO eng-flag-text
            WITH POINTER eng-flag-ptr
        END-STRING
    END-IF
    IF roster-susp(eng-member-idx) = "Y"
        IF eng-flag-ptr > 1
            STRING "; " DELIMITED BY SIZE
                INTO eng-flag-text
                WITH POINTER eng-flag-ptr
            END-STRING
        END-IF
        STRING "suspended" DELIMITED BY SIZE
            INTO eng-flag-text
            WITH POINTER eng-flag-ptr
        END-STRING
    END-IF
    IF eng-flag-ptr = 1
        MOVE "nothing waiting" TO eng-flag-text
    END-IF

    MOVE roster-last-login(eng-member-idx) TO date-ymd-raw
    PERFORM FORMAT-YMD-DATE
    MOVE SPACES TO engagement-line
    IF roster-login-count(eng-member-idx) = 0
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(roster-user(eng-member-idx)) DELIMITED BY SIZE
               ", Class of " DELIMITED BY SIZE
               graduation-year(eng-member-idx) DELIMITED BY SIZE
               ", no sign-in since " DELIMITED BY SIZE
               date-ymd-text DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               eng-idle-days DELIMITED BY SIZE
               " days) [" DELIMITED BY SIZE
               FUNCTION TRIM(eng-flag-text) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO engagement-line
        END-STRING
    ELSE
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(roster-user(eng-member-idx)) DELIMITED BY SIZE
               ", Class of " DELIMITED BY SIZE
               graduation-year(eng-member-idx) DELIMITED BY SIZE
               ", last sign-in " DELIMITED BY SIZE
               date-ymd-text DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               eng-idle-days DELIMITED BY SIZE
               " days) [" DELIMITED BY SIZE
               FUNCTION TRIM(eng-flag-text) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO engagement-line
        END-STRING
    END-IF
    WRITE ENGAGEMENT-REC FROM engagement-line.

*> Adds the active member at eng-member-idx to the university and
*> major counts. Names are matched ignoring case and spacing; the
*> first spelling seen is the one reported.
TALLY-ACTIVE-MEMBER.
    MOVE university(eng-member-idx) TO eng-group-key
    IF eng-group-key = SPACES
        MOVE "(not given)" TO eng-group-key
    END-IF
    PERFORM VARYING eng-group-idx FROM 1 BY 1 UNTIL eng-group-idx > eng-univ-count
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(eng-univ-name(eng-group-idx))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(eng-group-key))
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF eng-group-idx > eng-univ-count
        ADD 1 TO eng-univ-count
        MOVE FUNCTION TRIM(eng-group-key) TO eng-univ-name(eng-group-idx)
        MOVE 0 TO eng-univ-members(eng-group-idx)
    END-IF
    ADD 1 TO eng-univ-members(eng-group-idx)

    MOVE major(eng-member-idx) TO eng-group-key
    IF eng-group-key = SPACES
        MOVE "(not given)" TO eng-group-key
    END-IF
    PERFORM VARYING eng-group-idx FROM 1 BY 1 UNTIL eng-group-idx > eng-major-count
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(eng-major-name(eng-group-idx))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(eng-group-key))
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF eng-group-idx > eng-major-count
        ADD 1 TO eng-major-count
        MOVE FUNCTION TRIM(eng-group-key) TO eng-major-name(eng-group-idx)
        MOVE 0 TO eng-major-members(eng-group-idx)
    END-IF
    ADD 1 TO eng-major-members(eng-group-idx).

*> One record set per member with anything outstanding - pending
*> requests, unread messages, application notices, saved-search and
*> follow alerts, interview offers and confirmations - so the campus
        COMPUTE digest-member-total = digest-pend-count + digest-msg-count
            + digest-app-count + digest-offer-count
            + digest-alert-count + digest-ivw-count
            + digest-event-count
        IF digest-member-total > 0
            PERFORM WRITE-MEMBER-DIGEST
        END-IF
    MOVE 0 TO digest-offer-count
    MOVE 0 TO digest-alert-count
    MOVE 0 TO digest-ivw-count
    MOVE 0 TO digest-event-count

    PERFORM VARYING conn-idx FROM 1 BY 1 UNTIL conn-idx > request-count
        IF FUNCTION TRIM(req-receiver(conn-idx)) =
           AND ivw-chosen(ivw-idx) > 0
            ADD 1 TO digest-ivw-count
        END-IF
    END-PERFORM

    PERFORM VARYING ereg-idx FROM 1 BY 1 UNTIL ereg-idx > event-reg-count
        IF ereg-user(ereg-idx) = roster-user(digest-member-idx)
           AND ereg-registered(ereg-idx)
            MOVE ereg-event-id(ereg-idx) TO evt-lookup-id
            PERFORM FIND-EVENT-BY-ID
            IF evt-match-idx > 0
                PERFORM CHECK-EVENT-REMINDER-DUE
                IF evt-reminder-flag = "Y"
                    ADD 1 TO digest-event-count
                END-IF
            END-IF
        END-IF
    END-PERFORM.

WRITE-MEMBER-DIGEST.
               INTO digest-line
        END-STRING
        PERFORM WRITE-DIGEST-LINE
    END-IF
    IF digest-event-count > 0
        MOVE SPACES TO digest-line
        STRING "  Upcoming event(s) you are registered for: " DELIMITED BY SIZE
               digest-event-count DELIMITED BY SIZE
               INTO digest-line
        END-STRING
        PERFORM WRITE-DIGEST-LINE
        PERFORM VARYING ereg-idx FROM 1 BY 1 UNTIL ereg-idx > event-reg-count
            IF ereg-user(ereg-idx) = roster-user(digest-member-idx)
               AND ereg-registered(ereg-idx)
                MOVE ereg-event-id(ereg-idx) TO evt-lookup-id
                PERFORM FIND-EVENT-BY-ID
                IF evt-match-idx > 0
                    PERFORM CHECK-EVENT-REMINDER-DUE
                    IF evt-reminder-flag = "Y"
                        MOVE evt-date(evt-match-idx) TO date-ymd-raw
                        PERFORM FORMAT-YMD-DATE
                        MOVE SPACES TO digest-line
                        STRING "    " DELIMITED BY SIZE
                               date-ymd-text DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(evt-title(evt-match-idx)) DELIMITED BY SIZE
                               " at " DELIMITED BY SIZE
                               FUNCTION TRIM(evt-location(evt-match-idx)) DELIMITED BY SIZE
                               INTO digest-line
                        END-STRING
                        PERFORM WRITE-DIGEST-LINE
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF.

*> An event is due a digest reminder when it falls between today and
*> event-reminder-days from now. evt-match-idx holds the event.
CHECK-EVENT-REMINDER-DUE.
    MOVE "N" TO evt-reminder-flag
    IF evt-date(evt-match-idx) < run-date
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(evt-date(evt-match-idx)) NOT = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION INTEGER-OF-DATE(evt-date(evt-match-idx)) - run-date-int
       <= event-reminder-days
        MOVE "Y" TO evt-reminder-flag
    END-IF.

WRITE-DIGEST-LINE.
    WRITE DIGEST-REC FROM digest-line.

WRITE-RECOMMENDATIONS-REPORT.
    OPEN OUTPUT RECOMMEND-FILE

    CLOSE RECOMMEND-FILE.

*> End-of-run attendee roster for the career center, one pipe-
*> delimited line per signup (event ID|title|date|location|username|
*> status|waitlist place), seated members first and then the waitlist
*> in order, event by event.
WRITE-EVENT-ROSTER-EXTRACT.
    OPEN OUTPUT EVENT-ROSTER-FILE
    PERFORM VARYING evt-idx FROM 1 BY 1 UNTIL evt-idx > event-count
        MOVE "R" TO evt-roster-pass
        PERFORM WRITE-EVENT-ROSTER-PASS
        MOVE "W" TO evt-roster-pass
        PERFORM WRITE-EVENT-ROSTER-PASS
    END-PERFORM
    CLOSE EVENT-ROSTER-FILE.

WRITE-EVENT-ROSTER-PASS.
    MOVE 0 TO evt-wait-pos
    PERFORM VARYING ereg-idx FROM 1 BY 1 UNTIL ereg-idx > event-reg-count
        IF ereg-event-id(ereg-idx) = evt-id(evt-idx)
           AND ereg-status(ereg-idx) = evt-roster-pass
            IF ereg-registered(ereg-idx)
                MOVE "Registered" TO evt-status-text
            ELSE
                ADD 1 TO evt-wait-pos
                MOVE "Waitlisted" TO evt-status-text
            END-IF
            MOVE SPACES TO extract-line
            STRING evt-id(evt-idx) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(evt-title(evt-idx)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   evt-date(evt-idx) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(evt-location(evt-idx)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(ereg-user(ereg-idx)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(evt-status-text) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   evt-wait-pos DELIMITED BY SIZE
                   INTO extract-line
            END-STRING
            WRITE EVENT-ROSTER-REC FROM extract-line
        END-IF
    END-PERFORM.

*> End-of-run mentorship extract for the career center, one pipe-
*> delimited line per row (type|mentor|student|status|date|student
*> university|student major): every active pair first, then the
*> unmatched requests - those still waiting, and declined ones from
*> students who have no active mentorship.
WRITE-MENTOR-EXTRACT.
    OPEN OUTPUT MENTOR-EXTRACT-FILE
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        IF msp-active(msp-idx)
            MOVE "ACTIVE" TO msp-extract-type
            MOVE "Active" TO msp-status-text
            MOVE msp-decided(msp-idx) TO msp-status-date
            PERFORM WRITE-MENTOR-EXTRACT-LINE
        END-IF
    END-PERFORM
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        MOVE "UNMATCHED" TO msp-extract-type
        MOVE msp-requested(msp-idx) TO msp-status-date
        IF msp-pending(msp-idx)
            MOVE "Pending" TO msp-status-text
            PERFORM WRITE-MENTOR-EXTRACT-LINE
        END-IF
        IF msp-declined(msp-idx)
            MOVE msp-student(msp-idx) TO msp-lookup-student
            PERFORM CHECK-STUDENT-MATCHED
            IF mnt-matched-flag = "N"
                MOVE "Declined" TO msp-status-text
                PERFORM WRITE-MENTOR-EXTRACT-LINE
            END-IF
        END-IF
    END-PERFORM
    CLOSE MENTOR-EXTRACT-FILE.

WRITE-MENTOR-EXTRACT-LINE.
    MOVE msp-student(msp-idx) TO mnt-lookup-user
    PERFORM FIND-MENTORSHIP-MEMBER-SLOT
    MOVE SPACES TO extract-line
    IF mnt-slot > 0
        STRING FUNCTION TRIM(msp-extract-type) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(msp-mentor(msp-idx)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(msp-student(msp-idx)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(msp-status-text) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               msp-status-date DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(university(mnt-slot)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(major(mnt-slot)) DELIMITED BY SIZE
               INTO extract-line
        END-STRING
    ELSE
        STRING FUNCTION TRIM(msp-extract-type) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(msp-mentor(msp-idx)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(msp-student(msp-idx)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(msp-status-text) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               msp-status-date DELIMITED BY SIZE
               "||" DELIMITED BY SIZE
               INTO extract-line
        END-STRING
    END-IF
    WRITE MENTOR-EXTRACT-REC FROM extract-line.

*> Sets mnt-matched-flag when msp-lookup-student has an active
*> mentorship with anyone.
CHECK-STUDENT-MATCHED.
    MOVE "N" TO mnt-matched-flag
    PERFORM VARYING msp-match-idx FROM 1 BY 1
        UNTIL msp-match-idx > mentorship-count
        IF msp-student(msp-match-idx) = msp-lookup-student
           AND msp-active(msp-match-idx)
            MOVE "Y" TO mnt-matched-flag
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> End-of-run salary follow-up list for the career center, one pipe-
*> delimited line per posting whose salary text could not be read
*> into a pay range (job ID|title|employer|owner|salary text). A
*> posting drops off once its owner enters the pay again.
WRITE-SALARY-FOLLOWUP.
    OPEN OUTPUT SALARY-FOLLOWUP-FILE
    PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
        IF job-pay-period-record(job-idx) = SPACE
           AND FUNCTION TRIM(job-salary-record(job-idx)) NOT = SPACES
            MOVE SPACES TO extract-line
            STRING job-id-record(job-idx) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(job-title-record(job-idx)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(job-employer-record(job-idx)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(job-owner-record(job-idx)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(job-salary-record(job-idx)) DELIMITED BY SIZE
                   INTO extract-line
            END-STRING
            WRITE SALARY-FOLLOWUP-REC FROM extract-line
        END-IF
    END-PERFORM
    CLOSE SALARY-FOLLOWUP-FILE.

*> Offers are read from the live applications (the posting found by
*> job ID) and from the "A|" lines of the placement archive, which
*> take their pay from the "J|" line they follow. Archive lines
*> written before pay ranges were kept have their salary text read
*> the same way the jobs file was converted, and carry no major.
WRITE-SALARY-BENCHMARK.
    MOVE 0 TO bench-live-count
    MOVE 0 TO bench-archived-count
    MOVE 0 TO bench-unstated-count
    MOVE 0 TO bench-ind-count
    MOVE 0 TO bench-major-count

    PERFORM VARYING app-idx FROM 1 BY 1 UNTIL app-idx > application-count
        IF app-offer(app-idx)
            PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
                IF job-id-record(job-idx) = app-job-id-record(app-idx)
                    EXIT PERFORM
                END-IF
            END-PERFORM
            MOVE "N" TO bench-has-pay
            MOVE 0 TO bench-min
            MOVE 0 TO bench-max
            MOVE app-employer-record(app-idx) TO bench-employer
            IF job-idx <= job-count
                MOVE job-employer-record(job-idx) TO bench-employer
                IF job-pay-period-record(job-idx) NOT = SPACE
                    MOVE "Y" TO bench-has-pay
                    MOVE job-annual-min-record(job-idx) TO bench-min
                    MOVE job-annual-max-record(job-idx) TO bench-max
                END-IF
            END-IF
            MOVE app-snap-major(app-idx) TO bench-major
            ADD 1 TO bench-live-count
            PERFORM TALLY-OFFER-SALARY
        END-IF
    END-PERFORM

    OPEN INPUT ARCHIVE-FILE
    IF archive-file-status NOT = "35"
        MOVE SPACES TO bench-cur-employer
        MOVE "N" TO bench-cur-has-pay
        MOVE "N" TO archive-eof
        PERFORM UNTIL archive-eof = "Y"
            READ ARCHIVE-FILE
                AT END
                    MOVE "Y" TO archive-eof
                NOT AT END
                    MOVE ARCHIVE-REC TO archive-line
                    PERFORM BENCH-ONE-ARCHIVE-LINE
            END-READ
        END-PERFORM
        CLOSE ARCHIVE-FILE
    END-IF

    OPEN OUTPUT SALARY-BENCH-FILE
    MOVE "=== Offer Salary Benchmark ===" TO bench-line
    WRITE SALARY-BENCH-REC FROM bench-line
    MOVE run-date TO date-ymd-raw
    PERFORM FORMAT-YMD-DATE
    MOVE SPACES TO bench-line
    STRING "Run date: " DELIMITED BY SIZE
           date-ymd-text DELIMITED BY SIZE
           INTO bench-line
    END-STRING
    WRITE SALARY-BENCH-REC FROM bench-line
    MOVE SPACES TO bench-line
    STRING "Offers: " DELIMITED BY SIZE
           bench-live-count DELIMITED BY SIZE
           " live, " DELIMITED BY SIZE
           bench-archived-count DELIMITED BY SIZE
           " archived, " DELIMITED BY SIZE
           bench-unstated-count DELIMITED BY SIZE
           " without a stated salary" DELIMITED BY SIZE
           INTO bench-line
    END-STRING
    WRITE SALARY-BENCH-REC FROM bench-line

    MOVE "Annual pay by industry:" TO bench-line
    WRITE SALARY-BENCH-REC FROM bench-line
    PERFORM VARYING bench-group-idx FROM 1 BY 1 UNTIL bench-group-idx > bench-ind-count
        MOVE bench-ind-name(bench-group-idx) TO bench-out-name
        MOVE bench-ind-offers(bench-group-idx) TO bench-out-offers
        MOVE bench-ind-stated(bench-group-idx) TO bench-out-stated
        MOVE bench-ind-low(bench-group-idx) TO bench-out-low
        MOVE bench-ind-high(bench-group-idx) TO bench-out-high
        MOVE bench-ind-mid-total(bench-group-idx) TO bench-out-mid-total
        PERFORM WRITE-BENCH-GROUP-LINE
    END-PERFORM
    IF bench-ind-count = 0
        MOVE "  (none)" TO bench-line
        WRITE SALARY-BENCH-REC FROM bench-line
    END-IF

    MOVE "Annual pay by applicant major:" TO bench-line
    WRITE SALARY-BENCH-REC FROM bench-line
    PERFORM VARYING bench-group-idx FROM 1 BY 1 UNTIL bench-group-idx > bench-major-count
        MOVE bench-major-name(bench-group-idx) TO bench-out-name
        MOVE bench-major-offers(bench-group-idx) TO bench-out-offers
        MOVE bench-major-stated(bench-group-idx) TO bench-out-stated
        MOVE bench-major-low(bench-group-idx) TO bench-out-low
        MOVE bench-major-high(bench-group-idx) TO bench-out-high
        MOVE bench-major-mid-total(bench-group-idx) TO bench-out-mid-total
        PERFORM WRITE-BENCH-GROUP-LINE
    END-PERFORM
    IF bench-major-count = 0
        MOVE "  (none)" TO bench-line
        WRITE SALARY-BENCH-REC FROM bench-line
    END-IF
    CLOSE SALARY-BENCH-FILE.

*> An application line always follows the posting line it belongs
*> to, so the bench-cur- fields still describe its posting.
BENCH-ONE-ARCHIVE-LINE.
    MOVE SPACES TO arch-kind
    MOVE SPACES TO arch-id-text
    MOVE SPACES TO arch-title
    MOVE SPACES TO arch-employer
    MOVE SPACES TO arch-location
    MOVE SPACES TO arch-salary
    MOVE SPACES TO arch-owner
    MOVE SPACES TO arch-posted
    MOVE SPACES TO arch-retired
    MOVE SPACES TO arch-term
    MOVE SPACES TO arch-annual-min
    MOVE SPACES TO arch-annual-max
    MOVE SPACES TO arch-period
    MOVE SPACES TO arch-user
    MOVE SPACES TO arch-status
    MOVE SPACES TO arch-major
    EVALUATE archive-line(1:2)
        WHEN "J|"
            UNSTRING archive-line DELIMITED BY "|"
                INTO arch-kind arch-id-text arch-title arch-employer
                     arch-location arch-salary arch-owner arch-posted
                     arch-retired arch-term arch-annual-min
                     arch-annual-max arch-period
            END-UNSTRING
            MOVE arch-employer TO bench-cur-employer
            MOVE "N" TO bench-cur-has-pay
            MOVE 0 TO bench-cur-min
            MOVE 0 TO bench-cur-max
            IF arch-period NOT = SPACE
               AND arch-annual-min IS NUMERIC
               AND arch-annual-max IS NUMERIC
                MOVE "Y" TO bench-cur-has-pay
                MOVE arch-annual-min TO bench-cur-min
                MOVE arch-annual-max TO bench-cur-max
            ELSE
                IF arch-salary NOT = SPACES
                    MOVE arch-salary TO sal-text
                    PERFORM PARSE-SALARY-TEXT
                    IF sal-ok-flag = "Y"
                        MOVE "Y" TO bench-cur-has-pay
                        MOVE sal-annual-min TO bench-cur-min
                        MOVE sal-annual-max TO bench-cur-max
                    END-IF
                END-IF
            END-IF
        WHEN "A|"
            UNSTRING archive-line DELIMITED BY "|"
                INTO arch-kind arch-id-text arch-user arch-status
                     arch-posted arch-major
            END-UNSTRING
            IF FUNCTION TRIM(arch-status) = "Offer"
                MOVE bench-cur-employer TO bench-employer
                MOVE bench-cur-has-pay TO bench-has-pay
                MOVE bench-cur-min TO bench-min
                MOVE bench-cur-max TO bench-max
                MOVE arch-major TO bench-major
                ADD 1 TO bench-archived-count
                PERFORM TALLY-OFFER-SALARY
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Adds the offer in bench-employer/bench-major, with its annual range
*> when bench-has-pay is "Y", to its industry and its major. Names
*> are matched ignoring case; an employer no longer on the master, or
*> with no industry there, and a blank major fall under
*> "(not recorded)".
TALLY-OFFER-SALARY.
    IF bench-has-pay NOT = "Y"
        ADD 1 TO bench-unstated-count
    END-IF

    MOVE SPACES TO bench-group-key
    MOVE bench-employer TO company-lookup-name
    PERFORM FIND-COMPANY-BY-NAME
    IF company-match-idx > 0
        MOVE comp-industry-record(company-match-idx) TO bench-group-key
    END-IF
    IF bench-group-key = SPACES
        MOVE "(not recorded)" TO bench-group-key
    END-IF
    PERFORM VARYING bench-group-idx FROM 1 BY 1 UNTIL bench-group-idx > bench-ind-count
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(bench-ind-name(bench-group-idx))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(bench-group-key))
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF bench-group-idx > bench-ind-count AND bench-ind-count < 200
        ADD 1 TO bench-ind-count
        MOVE FUNCTION TRIM(bench-group-key) TO bench-ind-name(bench-group-idx)
        MOVE 0 TO bench-ind-offers(bench-group-idx)
        MOVE 0 TO bench-ind-stated(bench-group-idx)
        MOVE 0 TO bench-ind-low(bench-group-idx)
        MOVE 0 TO bench-ind-high(bench-group-idx)
        MOVE 0 TO bench-ind-mid-total(bench-group-idx)
    END-IF
    IF bench-group-idx <= bench-ind-count
        ADD 1 TO bench-ind-offers(bench-group-idx)
        IF bench-has-pay = "Y"
            ADD 1 TO bench-ind-stated(bench-group-idx)
            IF bench-ind-stated(bench-group-idx) = 1
               OR bench-min < bench-ind-low(bench-group-idx)
                MOVE bench-min TO bench-ind-low(bench-group-idx)
            END-IF
            IF bench-max > bench-ind-high(bench-group-idx)
                MOVE bench-max TO bench-ind-high(bench-group-idx)
            END-IF
            COMPUTE bench-ind-mid-total(bench-group-idx) =
                bench-ind-mid-total(bench-group-idx) + bench-min + bench-max
        END-IF
    END-IF

    MOVE bench-major TO bench-group-key
    IF bench-group-key = SPACES
        MOVE "(not recorded)" TO bench-group-key
    END-IF
    PERFORM VARYING bench-group-idx FROM 1 BY 1 UNTIL bench-group-idx > bench-major-count
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(bench-major-name(bench-group-idx))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(bench-group-key))
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF bench-group-idx > bench-major-count AND bench-major-count < 200
        ADD 1 TO bench-major-count
        MOVE FUNCTION TRIM(bench-group-key) TO bench-major-name(bench-group-idx)
        MOVE 0 TO bench-major-offers(bench-group-idx)
        MOVE 0 TO bench-major-stated(bench-group-idx)
        MOVE 0 TO bench-major-low(bench-group-idx)
        MOVE 0 TO bench-major-high(bench-group-idx)
        MOVE 0 TO bench-major-mid-total(bench-group-idx)
    END-IF
    IF bench-group-idx <= bench-major-count
        ADD 1 TO bench-major-offers(bench-group-idx)
        IF bench-has-pay = "Y"
            ADD 1 TO bench-major-stated(bench-group-idx)
            IF bench-major-stated(bench-group-idx) = 1
               OR bench-min < bench-major-low(bench-group-idx)
                MOVE bench-min TO bench-major-low(bench-group-idx)
            END-IF
            IF bench-max > bench-major-high(bench-group-idx)
                MOVE bench-max TO bench-major-high(bench-group-idx)
            END-IF
            COMPUTE bench-major-mid-total(bench-group-idx) =
                bench-major-mid-total(bench-group-idx) + bench-min + bench-max
        END-IF
    END-IF.

*> One group line from the bench-out- fields: offers, how many had a
*> stated salary, the lowest minimum and highest maximum, and the
*> average of the range midpoints.
WRITE-BENCH-GROUP-LINE.
    MOVE SPACES TO bench-line
    IF bench-out-stated = 0
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(bench-out-name) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               bench-out-offers DELIMITED BY SIZE
               " offer(s), none with a stated salary" DELIMITED BY SIZE
               INTO bench-line
        END-STRING
        WRITE SALARY-BENCH-REC FROM bench-line
        EXIT PARAGRAPH
    END-IF
    COMPUTE bench-average ROUNDED = bench-out-mid-total / (bench-out-stated * 2)
    MOVE bench-out-low TO sal-edit-whole
    MOVE sal-edit-whole TO bench-low-text
    MOVE bench-out-high TO sal-edit-whole
    MOVE sal-edit-whole TO bench-high-text
    MOVE bench-average TO sal-edit-whole
    MOVE sal-edit-whole TO bench-avg-text
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(bench-out-name) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           bench-out-offers DELIMITED BY SIZE
           " offer(s), " DELIMITED BY SIZE
           bench-out-stated DELIMITED BY SIZE
           " with salary, " DELIMITED BY SIZE
           FUNCTION TRIM(bench-low-text) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(bench-high-text) DELIMITED BY SIZE
           ", average midpoint " DELIMITED BY SIZE
           FUNCTION TRIM(bench-avg-text) DELIMITED BY SIZE
           INTO bench-line
    END-STRING
    WRITE SALARY-BENCH-REC FROM bench-line.

*> Reads a pipe-delimited employer feed (title|description|employer|
*> location|minimum pay|maximum pay|pay period), applies the same
*> required-field and pay rules as an interactive posting, assigns
*> ownership to the importing member, and rejects bad rows to the
*> exceptions file.
IMPORT-JOB-FEED.
    MOVE "--- Import Job Feed ---" TO msgBuffer
    PERFORM DISPLAY-MSG

    *> Feed rows post under the signed-in member, so the same
    *> recruiter rule as POST-JOB applies to every row.
    MOVE roster-user(loggedInUser) TO rcr-lookup-user
    PERFORM FIND-RECRUITER-COMPANY
    IF rcr-company-idx = 0
        MOVE "Only registered recruiters can import job postings." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "----------------------------------" TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT JOBFEED-FILE
    IF jobfeed-file-status = "35"
        MOVE "No job feed file found." TO msgBuffer
    OPEN EXTEND EXCEPTIONS-FILE
    MOVE 0 TO feed-accepted
    MOVE 0 TO feed-rejected
    MOVE 0 TO feed-held
    MOVE "N" TO feed-eof
    PERFORM UNTIL feed-eof = "Y"
        READ JOBFEED-FILE
           feed-accepted DELIMITED BY SIZE
           " rejected=" DELIMITED BY SIZE
           feed-rejected DELIMITED BY SIZE
           " held=" DELIMITED BY SIZE
           feed-held DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG
    IF feed-held > 0
        MOVE SPACES TO msgBuffer
        STRING feed-held DELIMITED BY SIZE
               " imported posting(s) are held for operator review." DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
    END-IF
    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG.

    MOVE SPACES TO job-employer
    MOVE SPACES TO job-location
    MOVE SPACES TO job-salary
    MOVE SPACES TO feed-pay-max
    MOVE SPACES TO feed-pay-period
    UNSTRING FEED-REC DELIMITED BY "|"
        INTO job-title job-desc job-employer job-location job-salary
             feed-pay-max feed-pay-period
    END-UNSTRING

    IF FUNCTION TRIM(job-title)    = SPACES
    END-IF
    MOVE comp-name-record(company-match-idx) TO job-employer

    IF company-match-idx NOT = rcr-company-idx
        ADD 1 TO feed-rejected
        MOVE SPACES TO exception-line
        STRING "Job feed row rejected, not the recruiter's company: " DELIMITED BY SIZE
               FEED-REC(1:60) DELIMITED BY SIZE
               INTO exception-line
        END-STRING
        PERFORM WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    IF job-count >= 200
        ADD 1 TO feed-rejected
        MOVE SPACES TO exception-line
        EXIT PARAGRAPH
    END-IF

    PERFORM READ-FEED-PAY
    IF sal-ok-flag = "N"
        ADD 1 TO feed-rejected
        MOVE SPACES TO exception-line
        STRING "Job feed row rejected, pay could not be read: " DELIMITED BY SIZE
               FEED-REC(1:70) DELIMITED BY SIZE
               INTO exception-line
        END-STRING
        PERFORM WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    PERFORM SCREEN-POSTING-TEXT
    IF mod-hit-term NOT = SPACES
        PERFORM MAKE-MODERATION-ROOM
        IF mod-room-flag = "N"
            ADD 1 TO feed-rejected
            MOVE SPACES TO exception-line
            STRING "Job feed row rejected, review queue is full: " DELIMITED BY SIZE
                   FEED-REC(1:70) DELIMITED BY SIZE
                   INTO exception-line
            END-STRING
            PERFORM WRITE-EXCEPTION
            EXIT PARAGRAPH
        END-IF
    END-IF

    ADD 1 TO job-count
    MOVE job-salary TO job-salary-record(job-count)
    MOVE roster-user(loggedInUser) TO job-owner-record(job-count)
    MOVE run-date TO job-posted-record(job-count)
    MOVE job-count TO job-idx
    PERFORM STORE-JOB-PAY
    ADD 1 TO feed-accepted
    ADD 1 TO jobs-posted-count
    IF mod-hit-term NOT = SPACES
        MOVE job-count TO job-idx
        PERFORM HOLD-SCREENED-POSTING
        ADD 1 TO feed-held
    END-IF.

*> Pay on a feed row comes as minimum|maximum|period, the same as an
*> interactive posting. A row with no period is from an older feed
*> that carried one free-text salary column, which is read the way
*> the postings converted from before pay ranges were. sal-ok-flag
*> is "N" when pay is given but cannot be read.
READ-FEED-PAY.
    PERFORM CLEAR-PAY-ENTRY
    IF FUNCTION TRIM(job-salary) = SPACES
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(job-salary)) = "NONE"
        MOVE SPACES TO job-salary
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(feed-pay-period) = SPACES
        MOVE job-salary TO sal-text
        PERFORM PARSE-SALARY-TEXT
        IF sal-ok-flag = "Y"
            PERFORM FORMAT-PAY-TEXT
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO sal-ok-flag
    MOVE job-salary TO sal-entry
    PERFORM PARSE-PAY-AMOUNT
    IF sal-amount-ok = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE sal-value TO sal-min
    MOVE sal-min TO sal-max
    IF FUNCTION TRIM(feed-pay-max) NOT = SPACES
        MOVE feed-pay-max TO sal-entry
        PERFORM PARSE-PAY-AMOUNT
        IF sal-amount-ok = "N"
            EXIT PARAGRAPH
        END-IF
        MOVE sal-value TO sal-max
    END-IF
    MOVE feed-pay-period TO sal-entry
    PERFORM READ-PAY-PERIOD-CODE
    IF sal-period = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM COMPUTE-ANNUAL-PAY
    IF sal-ok-flag = "Y"
        PERFORM FORMAT-PAY-TEXT
    END-IF.

*> Writes pipe-delimited extracts of the postings and applications
*> for the university career-center system to ingest.
        END-PERFORM
    END-IF

    MOVE 0 TO ref-shown-count
    PERFORM VARYING ref-idx FROM 1 BY 1 UNTIL ref-idx > reference-count
        IF ref-member(ref-idx) = roster-user(loggedInUser)
           AND ref-approved(ref-idx)
            ADD 1 TO ref-shown-count
            IF ref-shown-count = 1
                MOVE SPACES TO resume-line
                PERFORM WRITE-RESUME-LINE
                MOVE "RECOMMENDATIONS" TO resume-line
                PERFORM WRITE-RESUME-LINE
            END-IF
            PERFORM SET-REFERENCE-TEXTS
            MOVE SPACES TO resume-line
            STRING "  """ DELIMITED BY SIZE
                   FUNCTION TRIM(ref-text(ref-idx)) DELIMITED BY SIZE
                   """" DELIMITED BY SIZE
                   INTO resume-line
            END-STRING
            PERFORM WRITE-RESUME-LINE
            MOVE SPACES TO resume-line
            STRING "    - " DELIMITED BY SIZE
                   FUNCTION TRIM(ref-writer-text) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(ref-role-text) DELIMITED BY SIZE
                   INTO resume-line
            END-STRING
            PERFORM WRITE-RESUME-LINE
        END-IF
    END-PERFORM

    CLOSE RESUME-EXTRACT-FILE
    MOVE SPACES TO msgBuffer
    STRING "Resume written to " DELIMITED BY SIZE
    MOVE loggedInUser TO endo-target-idx
    PERFORM DISPLAY-MEMBER-SKILL-LIST

    MOVE roster-user(loggedInUser) TO ref-member-name
    PERFORM DISPLAY-APPROVED-RECOMMENDATIONS

    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG.

    PERFORM DISPLAY-MSG
    MOVE "4. Endorse a Skill" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "5. Write a Recommendation" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Enter your choice:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
            PERFORM REMOVE-CONNECTION-ENTRY
        WHEN 4
            PERFORM ENDORSE-CONNECTION-SKILL
        WHEN 5
            PERFORM WRITE-RECOMMENDATION
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    PERFORM SAVE-CONNECTIONS
    PERFORM WRITE-CHECKPOINT
    MOVE "Connection removed." TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM REMOVE-PAIR-RECOMMENDATIONS.

BLOCK-MEMBER.
    MOVE roster-user(loggedInUser) TO block-check-blocker
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE "Member blocked. They can no longer send you connection requests." TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM REMOVE-PAIR-RECOMMENDATIONS
    PERFORM REMOVE-PAIR-MENTORSHIPS.

*> A first-degree connection writes a recommendation for the member
*> picked in MANAGE-CONNECTION. It waits for that member's approval;
*> writing again for the same member replaces the earlier one and
*> sends it back for approval.
WRITE-RECOMMENDATION.
    MOVE "How do you know this member?" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM VARYING ref-role-idx FROM 1 BY 1 UNTIL ref-role-idx > 5
        MOVE SPACES TO msgBuffer
        STRING ref-role-idx DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(ref-role-entry(ref-role-idx)) DELIMITED BY SIZE
               " ..." DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
    END-PERFORM
    MOVE "Enter your choice:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO subChoice
    IF subChoice < 1 OR subChoice > 5
        MOVE "Invalid choice. Recommendation not saved." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE ref-role-entry(subChoice) TO ref-new-role

    MOVE "Enter the company or school:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(IN-REC) = SPACES
        MOVE "A company or school is required. Recommendation not saved." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    *> A company on the master is stored under its master spelling.
    MOVE FUNCTION TRIM(IN-REC) TO ref-new-org
    MOVE ref-new-org TO company-lookup-name
    PERFORM FIND-COMPANY-BY-NAME
    IF company-match-idx > 0
        MOVE comp-name-record(company-match-idx) TO ref-new-org
    END-IF

    MOVE "Enter your recommendation (up to 200 characters):" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(IN-REC) = SPACES
        MOVE "Recommendation text is required. Recommendation not saved." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO ref-match-idx
    PERFORM VARYING ref-idx FROM 1 BY 1 UNTIL ref-idx > reference-count
        IF ref-writer(ref-idx) = roster-user(loggedInUser)
           AND ref-member(ref-idx) = TARGET-USER
            MOVE ref-idx TO ref-match-idx
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ref-match-idx = 0
        IF reference-count >= 200
            MOVE "Recommendation list is full." TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO reference-count
        MOVE reference-count TO ref-match-idx
    END-IF

    MOVE roster-user(loggedInUser) TO ref-writer(ref-match-idx)
    MOVE TARGET-USER TO ref-member(ref-match-idx)
    MOVE ref-new-role TO ref-role(ref-match-idx)
    MOVE ref-new-org TO ref-org(ref-match-idx)
    MOVE FUNCTION TRIM(IN-REC) TO ref-text(ref-match-idx)
    SET ref-pending(ref-match-idx) TO TRUE
    MOVE run-date TO ref-written-date(ref-match-idx)
    PERFORM SAVE-REFERENCES
    MOVE "WRITE-RECOMMENDATION" TO current-action
    MOVE TARGET-USER TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE SPACES TO msgBuffer
    STRING "Recommendation saved. It will appear once " DELIMITED BY SIZE
           FUNCTION TRIM(TARGET-USER) DELIMITED BY SIZE
           " approves it." DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

*> Drops any recommendation either way between the signed-in member
*> and TARGET-USER, once they are no longer connected.
REMOVE-PAIR-RECOMMENDATIONS.
    MOVE 0 TO ref-keep-count
    MOVE 0 TO ref-removed-count
    PERFORM VARYING ref-idx FROM 1 BY 1 UNTIL ref-idx > reference-count
        IF (ref-writer(ref-idx) = roster-user(loggedInUser)
            AND ref-member(ref-idx) = TARGET-USER)
           OR (ref-writer(ref-idx) = TARGET-USER
            AND ref-member(ref-idx) = roster-user(loggedInUser))
            ADD 1 TO ref-removed-count
        ELSE
            ADD 1 TO ref-keep-count
            IF ref-keep-count NOT = ref-idx
                MOVE reference-record(ref-idx) TO reference-record(ref-keep-count)
            END-IF
        END-IF
    END-PERFORM
    IF ref-removed-count = 0
        EXIT PARAGRAPH
    END-IF
    MOVE ref-keep-count TO reference-count
    PERFORM SAVE-REFERENCES
    MOVE "REMOVE-RECOMMENDATION" TO current-action
    MOVE TARGET-USER TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE SPACES TO msgBuffer
    STRING ref-removed-count DELIMITED BY SIZE
           " recommendation(s) between you and " DELIMITED BY SIZE
           FUNCTION TRIM(TARGET-USER) DELIMITED BY SIZE
           " removed." DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

CHECK-RECOMMENDATION-NOTICES.
    MOVE 0 TO ref-pending-count
    PERFORM VARYING ref-idx FROM 1 BY 1 UNTIL ref-idx > reference-count
        IF ref-member(ref-idx) = roster-user(loggedInUser)
           AND ref-pending(ref-idx)
            ADD 1 TO ref-pending-count
        END-IF
    END-PERFORM

    IF ref-pending-count > 0
        MOVE "========================================" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE SPACES TO msgBuffer
        STRING "You have " DELIMITED BY SIZE
               ref-pending-count DELIMITED BY SIZE
               " recommendation(s) waiting for your approval" DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
        MOVE "========================================" TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF.

*> Lists every recommendation written for the signed-in member, with
*> its status, and lets them approve or hide one. A hidden one can be
*> approved later, and an approved one hidden again.
MY-RECOMMENDATIONS.
    MOVE "--- My Recommendations ---" TO msgBuffer
    PERFORM DISPLAY-MSG

    MOVE 0 TO ref-pick-count
    PERFORM VARYING ref-idx FROM 1 BY 1 UNTIL ref-idx > reference-count
        IF ref-member(ref-idx) = roster-user(loggedInUser)
            ADD 1 TO ref-pick-count
            MOVE ref-idx TO ref-pick-table(ref-pick-count)
            PERFORM SET-REFERENCE-TEXTS
            MOVE SPACES TO msgBuffer
            STRING ref-pick-count DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(ref-writer-text) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(ref-role-text) DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(ref-status-text) DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
            PERFORM DISPLAY-MSG
            MOVE SPACES TO msgBuffer
            STRING "   " DELIMITED BY SIZE
                   FUNCTION TRIM(ref-text(ref-idx)) DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
            PERFORM DISPLAY-MSG
        END-IF
    END-PERFORM

    IF ref-pick-count = 0
        MOVE "No one has written you a recommendation yet." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "----------------------------------" TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    PERFORM MANAGE-MY-RECOMMENDATION
    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG.

MANAGE-MY-RECOMMENDATION.
    MOVE "Enter a recommendation number to approve or hide it, or 0 to continue:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO ref-choice
    IF ref-choice = 0 OR ref-choice > ref-pick-count
        EXIT PARAGRAPH
    END-IF
    MOVE ref-pick-table(ref-choice) TO ref-match-idx

    MOVE "1. Approve (show on my profile and resume)" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "2. Hide" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "3. Cancel" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Enter your choice:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO subChoice

    EVALUATE subChoice
        WHEN 1
            SET ref-approved(ref-match-idx) TO TRUE
            MOVE "APPROVE-RECOMMENDATION" TO current-action
            MOVE "Recommendation approved. It now appears on your profile." TO msgBuffer
        WHEN 2
            SET ref-hidden(ref-match-idx) TO TRUE
            MOVE "HIDE-RECOMMENDATION" TO current-action
            MOVE "Recommendation hidden." TO msgBuffer
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    PERFORM SAVE-REFERENCES
    MOVE ref-writer(ref-match-idx) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    PERFORM DISPLAY-MSG.

*> Fills the display texts for the recommendation at ref-idx: the
*> writer's name from their profile (username if they have none),
*> the relationship with its company or school, and the status.
SET-REFERENCE-TEXTS.
    MOVE ref-writer(ref-idx) TO ref-writer-text
    PERFORM VARYING recon-idx FROM 1 BY 1 UNTIL recon-idx > accountCount
        IF roster-user(recon-idx) = ref-writer(ref-idx)
            IF FUNCTION TRIM(first-name(recon-idx)) NOT = SPACES
                MOVE SPACES TO ref-writer-text
                STRING FUNCTION TRIM(first-name(recon-idx)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(last-name(recon-idx)) DELIMITED BY SIZE
                       INTO ref-writer-text
                END-STRING
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE SPACES TO ref-role-text
    STRING FUNCTION TRIM(ref-role(ref-idx)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(ref-org(ref-idx)) DELIMITED BY SIZE
           INTO ref-role-text
    END-STRING
    EVALUATE TRUE
        WHEN ref-approved(ref-idx)
            MOVE "Approved" TO ref-status-text
        WHEN ref-hidden(ref-idx)
            MOVE "Hidden" TO ref-status-text
        WHEN OTHER
            MOVE "Pending" TO ref-status-text
    END-EVALUATE.

*> Shows the approved recommendations for the member in
*> ref-member-name.
DISPLAY-APPROVED-RECOMMENDATIONS.
    MOVE "Recommendations:" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE 0 TO ref-shown-count
    PERFORM VARYING ref-idx FROM 1 BY 1 UNTIL ref-idx > reference-count
        IF ref-member(ref-idx) = ref-member-name
           AND ref-approved(ref-idx)
            ADD 1 TO ref-shown-count
            PERFORM SET-REFERENCE-TEXTS
            MOVE SPACES TO msgBuffer
            STRING "  - " DELIMITED BY SIZE
                   FUNCTION TRIM(ref-writer-text) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(ref-role-text) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
            PERFORM DISPLAY-MSG
            MOVE SPACES TO msgBuffer
            STRING "      " DELIMITED BY SIZE
                   FUNCTION TRIM(ref-text(ref-idx)) DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
            PERFORM DISPLAY-MSG
        END-IF
    END-PERFORM
    IF ref-shown-count = 0
        MOVE "  None yet." TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF.

CHECK-UNREAD-MESSAGES.
    MOVE 0 TO unread-count
    PERFORM VARYING msg-idx FROM 1 BY 1 UNTIL msg-idx > message-count
        IF FUNCTION TRIM(msg-receiver(msg-idx)) = FUNCTION TRIM(roster-user(loggedInUser))
           AND msg-unread(msg-idx)
            ADD 1 TO unread-count
        END-IF
    END-PERFORM

    IF unread-count > 0
        MOVE "========================================" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE SPACES TO msgBuffer
        STRING "You have " DELIMITED BY SIZE
               unread-count DELIMITED BY SIZE
               " unread message(s)" DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
        MOVE "========================================" TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF.

MESSAGE-MENU.
    MOVE "N" TO messageMenuDoneFlag
    PERFORM UNTIL messageMenuDoneFlag = "Y"
        MOVE "--- Messages ---" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "1. View My Inbox" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "2. Send a Message" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "3. Go Back" TO msgBuffer
        PERFORM DISPLAY-MSG
    MOVE 0 TO msg-display-count
    PERFORM VARYING msg-idx FROM 1 BY 1 UNTIL msg-idx > message-count
        IF FUNCTION TRIM(msg-receiver(msg-idx)) = FUNCTION TRIM(roster-user(loggedInUser))
           AND NOT msg-held(msg-idx)
            ADD 1 TO msg-display-count
            MOVE msg-idx TO mod-pick-table(msg-display-count)
            MOVE SPACES TO msgBuffer
            IF msg-unread(msg-idx)
                STRING msg-display-count DELIMITED BY SIZE
    ELSE
        PERFORM SAVE-MESSAGES
        PERFORM WRITE-CHECKPOINT
        MOVE msg-display-count TO mod-pick-count
        PERFORM OFFER-MESSAGE-REPORT
    END-IF

    MOVE "----------------------------------" TO msgBuffer
                MOVE conn-user1(conn-idx) TO msg-pick-table(msg-pick-count)
            END-IF
        END-IF
    END-PERFORM

    *> An active mentorship opens messaging between mentor and
    *> student even when the two are not connected.
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        MOVE SPACES TO msp-partner
        IF msp-active(msp-idx)
            EVALUATE TRUE
                WHEN msp-mentor(msp-idx) = roster-user(loggedInUser)
                    MOVE msp-student(msp-idx) TO msp-partner
                WHEN msp-student(msp-idx) = roster-user(loggedInUser)
                    MOVE msp-mentor(msp-idx) TO msp-partner
            END-EVALUATE
        END-IF
        IF msp-partner NOT = SPACES AND msg-pick-count < 200
            MOVE "N" TO mnt-dup-flag
            PERFORM VARYING msg-idx FROM 1 BY 1 UNTIL msg-idx > msg-pick-count
                IF msg-pick-table(msg-idx) = msp-partner
                    MOVE "Y" TO mnt-dup-flag
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF mnt-dup-flag = "N"
                ADD 1 TO msg-pick-count
                MOVE msp-partner TO msg-pick-table(msg-pick-count)
            END-IF
        END-IF
    END-PERFORM

    IF msg-pick-count = 0
        MOVE "You have no connections to message yet." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING msg-idx FROM 1 BY 1 UNTIL msg-idx > msg-pick-count
        MOVE SPACES TO msgBuffer
        STRING msg-idx DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(msg-pick-table(msg-idx)) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
    END-PERFORM

    MOVE "Enter the number of the connection to message, or 0 to cancel:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO subChoice
    IF subChoice = 0 OR subChoice > msg-pick-count
        MOVE "Message cancelled." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    IF message-count >= max-message-slots
        MOVE "Message limit reached. Cannot send more messages." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter your message (max 200 chars):" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF

    *> A message that trips the prohibited-terms list is stored but
    *> held back from the inbox until the operator has reviewed it.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO ws-haystack
    PERFORM SCREEN-TEXT-FOR-TERMS
    IF mod-hit-term NOT = SPACES
        PERFORM MAKE-MODERATION-ROOM
        IF mod-room-flag = "N"
            MOVE "Your message could not be sent right now. Please try again later." TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
    END-IF

    ADD 1 TO message-count
    MOVE roster-user(loggedInUser) TO msg-sender(message-count)
    MOVE msg-pick-table(subChoice) TO msg-receiver(message-count)
    SET msg-unread(message-count) TO TRUE
    IF mod-hit-term NOT = SPACES
        SET msg-held(message-count) TO TRUE
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO msg-body(message-count)
    PERFORM SAVE-MESSAGES
    MOVE "SEND-MESSAGE" TO current-action
    MOVE msg-receiver(message-count) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    IF mod-hit-term NOT = SPACES
        PERFORM HOLD-SCREENED-MESSAGE
    END-IF
    PERFORM WRITE-CHECKPOINT
    IF mod-hit-term NOT = SPACES
        MOVE "Your message is held for review and will be delivered once an operator has checked it." TO msgBuffer
    ELSE
        MOVE "Message sent!" TO msgBuffer
    END-IF
    PERFORM DISPLAY-MSG.

VIEW-PEOPLE-YOU-MAY-KNOW.
    MOVE "--- People You May Know ---" TO msgBuffer
    PERFORM DISPLAY-MSG

    PERFORM BUILD-PYM-DIRECT-CONNECTIONS
    PERFORM BUILD-PYM-CANDIDATES

    IF pym-candidate-count = 0
        MOVE "No suggestions right now." TO msgBuffer
        PERFORM DISPLAY-MSG
    ELSE
        PERFORM VARYING pym-scan-idx FROM 1 BY 1
            UNTIL pym-scan-idx > pym-candidate-count
            MOVE SPACES TO msgBuffer
            STRING pym-scan-idx DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(pym-candidate-table(pym-scan-idx)) DELIMITED BY SIZE
                   " (via " DELIMITED BY SIZE
                   FUNCTION TRIM(pym-via-table(pym-scan-idx)) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
            PERFORM DISPLAY-MSG
        END-PERFORM
    END-IF

    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG.

BUILD-PYM-DIRECT-CONNECTIONS.
    MOVE 0 TO pym-direct-count
    PERFORM VARYING conn-idx FROM 1 BY 1 UNTIL conn-idx > connection-count
        IF conn-accepted(conn-idx)
            IF conn-user1(conn-idx) = roster-user(loggedInUser)
                ADD 1 TO pym-direct-count
                MOVE conn-user2(conn-idx) TO pym-direct-table(pym-direct-count)
            ELSE IF conn-user2(conn-idx) = roster-user(loggedInUser)
                ADD 1 TO pym-direct-count
                MOVE conn-user1(conn-idx) TO pym-direct-table(pym-direct-count)
            END-IF
        END-IF
    END-PERFORM.

BUILD-PYM-CANDIDATES.
    MOVE 0 TO pym-candidate-count
    PERFORM VARYING pym-scan-idx FROM 1 BY 1 UNTIL pym-scan-idx > pym-direct-count
        PERFORM VARYING conn-idx FROM 1 BY 1 UNTIL conn-idx > connection-count
            IF conn-accepted(conn-idx)
                IF conn-user1(conn-idx) = pym-direct-table(pym-scan-idx)
                    MOVE conn-user2(conn-idx) TO pym-other-user
                    PERFORM ADD-PYM-CANDIDATE
                ELSE IF conn-user2(conn-idx) = pym-direct-table(pym-scan-idx)
                    MOVE conn-user1(conn-idx) TO pym-other-user
                    PERFORM ADD-PYM-CANDIDATE
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

ADD-PYM-CANDIDATE.
    IF pym-other-user = roster-user(loggedInUser)
        EXIT PARAGRAPH
    END-IF

    MOVE roster-user(loggedInUser) TO block-check-blocker
    MOVE pym-other-user TO block-check-blocked
    PERFORM CHECK-BLOCK-PAIR
    IF block-found-flag = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO pym-is-duplicate
    PERFORM VARYING conn-check-idx FROM 1 BY 1 UNTIL conn-check-idx > pym-direct-count
        IF pym-other-user = pym-direct-table(conn-check-idx)
            MOVE "Y" TO pym-is-duplicate
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF pym-is-duplicate = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING conn-check-idx FROM 1 BY 1 UNTIL conn-check-idx > pym-candidate-count
        IF pym-other-user = pym-candidate-table(conn-check-idx)
            MOVE "Y" TO pym-is-duplicate
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF pym-is-duplicate = "Y"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO pym-candidate-count
    MOVE pym-other-user TO pym-candidate-table(pym-candidate-count)
    MOVE pym-direct-table(pym-scan-idx) TO pym-via-table(pym-candidate-count).

*> Career events menu. Browsing, registering and cancelling are open
*> to every member; creating an event from here is for recruiters,
*> whose events always include their own company.
EVENT-MENU.
    MOVE "N" TO eventMenuDoneFlag
    PERFORM UNTIL eventMenuDoneFlag = "Y"
        MOVE "--- Career Events ---" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "1. Browse Upcoming Events" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "2. Register for an Event" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "3. Cancel an Event Registration" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "4. My Events" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "5. Create an Event for My Company" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "6. Back to Main Menu" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Enter your choice:" TO msgBuffer
        PERFORM DISPLAY-MSG

        PERFORM READ-INPUT-SAFELY
        IF EOF-INPUT-FILE = "Y"
            MOVE "Y" TO eventMenuDoneFlag
        ELSE
            MOVE FUNCTION NUMVAL(IN-REC) TO subChoice

            EVALUATE subChoice
                WHEN 1
                    MOVE "BROWSE-EVENTS" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM BROWSE-UPCOMING-EVENTS
                WHEN 2
                    MOVE "REGISTER-EVENT" TO current-action
                    PERFORM REGISTER-FOR-EVENT
                WHEN 3
                    MOVE "CANCEL-EVENT-REG" TO current-action
                    PERFORM CANCEL-EVENT-REGISTRATION
                WHEN 4
                    MOVE "MY-EVENTS" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM VIEW-MY-EVENTS
                WHEN 5
                    MOVE "CREATE-EVENT" TO current-action
                    PERFORM CREATE-EVENT-FOR-RECRUITER
                WHEN 6
                    MOVE "Y" TO eventMenuDoneFlag
                WHEN OTHER
                    MOVE "Invalid choice." TO msgBuffer
                    PERFORM DISPLAY-MSG
            END-EVALUATE
        END-IF
    END-PERFORM.

BROWSE-UPCOMING-EVENTS.
    MOVE "--- Upcoming Career Events ---" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE 0 TO evt-shown-count
    PERFORM VARYING evt-idx FROM 1 BY 1 UNTIL evt-idx > event-count
        IF evt-date(evt-idx) >= run-date
            ADD 1 TO evt-shown-count
            PERFORM SHOW-EVENT-SUMMARY
        END-IF
    END-PERFORM
    IF evt-shown-count = 0
        MOVE "No upcoming events are scheduled." TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF
    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG.

*> Shows the event in evt-idx: date, place, seats, waitlist, the
*> participating companies, and where the signed-in member stands.
SHOW-EVENT-SUMMARY.
    MOVE SPACES TO msgBuffer
    STRING "Event " DELIMITED BY SIZE
           evt-id(evt-idx) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(evt-title(evt-idx)) DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG
    MOVE evt-date(evt-idx) TO date-ymd-raw
    PERFORM FORMAT-YMD-DATE
    MOVE SPACES TO msgBuffer
    STRING "  Date: " DELIMITED BY SIZE
           date-ymd-text DELIMITED BY SIZE
           "  Location: " DELIMITED BY SIZE
           FUNCTION TRIM(evt-location(evt-idx)) DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG
    PERFORM COUNT-EVENT-SEATS
    MOVE SPACES TO msgBuffer
    STRING "  Seats taken: " DELIMITED BY SIZE
           evt-seat-count DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           evt-capacity(evt-idx) DELIMITED BY SIZE
           "  Waitlist: " DELIMITED BY SIZE
           evt-wait-count DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG

    MOVE SPACES TO msgBuffer
    MOVE 1 TO evt-line-ptr
    STRING "  Companies: " DELIMITED BY SIZE
        INTO msgBuffer
        WITH POINTER evt-line-ptr
    END-STRING
    PERFORM VARYING evt-comp-idx FROM 1 BY 1
        UNTIL evt-comp-idx > evt-comp-count(evt-idx)
        MOVE evt-comp-id(evt-idx, evt-comp-idx) TO company-lookup-id
        PERFORM FIND-COMPANY-BY-ID
        IF evt-comp-idx > 1
            STRING ", " DELIMITED BY SIZE
                INTO msgBuffer
                WITH POINTER evt-line-ptr
            END-STRING
        END-IF
        IF company-match-idx > 0
            STRING FUNCTION TRIM(comp-name-record(company-match-idx))
                DELIMITED BY SIZE
                INTO msgBuffer
                WITH POINTER evt-line-ptr
            END-STRING
        ELSE
            STRING "(company " DELIMITED BY SIZE
                   company-lookup-id DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                INTO msgBuffer
                WITH POINTER evt-line-ptr
            END-STRING
        END-IF
    END-PERFORM
    PERFORM DISPLAY-MSG

    MOVE evt-id(evt-idx) TO evt-lookup-id
    MOVE roster-user(loggedInUser) TO ereg-lookup-user
    PERFORM FIND-MEMBER-EVENT-REG
    IF ereg-match-idx > 0
        IF ereg-registered(ereg-match-idx)
            MOVE "  You are registered for this event." TO msgBuffer
        ELSE
            PERFORM COUNT-WAITLIST-POSITION
            MOVE SPACES TO msgBuffer
            STRING "  You are number " DELIMITED BY SIZE
                   evt-wait-pos DELIMITED BY SIZE
                   " on the waitlist." DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
        END-IF
        PERFORM DISPLAY-MSG
    END-IF.

*> Seats taken and members waiting for the event in evt-idx.
COUNT-EVENT-SEATS.
    MOVE 0 TO evt-seat-count
    MOVE 0 TO evt-wait-count
    PERFORM VARYING ereg-idx FROM 1 BY 1 UNTIL ereg-idx > event-reg-count
        IF ereg-event-id(ereg-idx) = evt-id(evt-idx)
            IF ereg-registered(ereg-idx)
                ADD 1 TO evt-seat-count
            ELSE
                ADD 1 TO evt-wait-count
            END-IF
        END-IF
    END-PERFORM.

*> Waitlist place of the row in ereg-match-idx: waiting rows for the
*> same event at or ahead of it in the file.
COUNT-WAITLIST-POSITION.
    MOVE 0 TO evt-wait-pos
    PERFORM VARYING ereg-idx FROM 1 BY 1 UNTIL ereg-idx > ereg-match-idx
        IF ereg-event-id(ereg-idx) = ereg-event-id(ereg-match-idx)
           AND ereg-waitlisted(ereg-idx)
            ADD 1 TO evt-wait-pos
        END-IF
    END-PERFORM.

FIND-EVENT-BY-ID.
    MOVE 0 TO evt-match-idx
    PERFORM VARYING evt-idx FROM 1 BY 1 UNTIL evt-idx > event-count
        IF evt-id(evt-idx) = evt-lookup-id
            MOVE evt-idx TO evt-match-idx
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Registration row of ereg-lookup-user for event evt-lookup-id, in
*> ereg-match-idx, or 0 when they are not signed up.
FIND-MEMBER-EVENT-REG.
    MOVE 0 TO ereg-match-idx
    PERFORM VARYING ereg-idx FROM 1 BY 1 UNTIL ereg-idx > event-reg-count
        IF ereg-event-id(ereg-idx) = evt-lookup-id
           AND ereg-user(ereg-idx) = ereg-lookup-user
            MOVE ereg-idx TO ereg-match-idx
            EXIT PERFORM
        END-IF
    END-PERFORM.

REGISTER-FOR-EVENT.
    MOVE "Enter the event ID to register for:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO evt-lookup-id
    PERFORM FIND-EVENT-BY-ID
    IF evt-match-idx = 0
        MOVE "No event found with that ID." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    IF evt-date(evt-match-idx) < run-date
        MOVE "That event has already taken place." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE roster-user(loggedInUser) TO ereg-lookup-user
    PERFORM FIND-MEMBER-EVENT-REG
    IF ereg-match-idx > 0
        MOVE "You are already signed up for that event." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    IF event-reg-count >= 2000
        MOVE "Event registrations are full." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE evt-match-idx TO evt-idx
    PERFORM COUNT-EVENT-SEATS
    ADD 1 TO event-reg-count
    MOVE evt-lookup-id TO ereg-event-id(event-reg-count)
    MOVE ereg-lookup-user TO ereg-user(event-reg-count)
    MOVE "N" TO ereg-notify(event-reg-count)
    IF evt-seat-count < evt-capacity(evt-match-idx)
        MOVE "R" TO ereg-status(event-reg-count)
    ELSE
        MOVE "W" TO ereg-status(event-reg-count)
    END-IF
    PERFORM SAVE-EVENT-REGS

    MOVE SPACES TO audit-key
    STRING evt-lookup-id DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(ereg-lookup-user) DELIMITED BY SIZE
           " status=" DELIMITED BY SIZE
           ereg-status(event-reg-count) DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    IF ereg-registered(event-reg-count)
        MOVE SPACES TO msgBuffer
        STRING "You are registered for " DELIMITED BY SIZE
               FUNCTION TRIM(evt-title(evt-match-idx)) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
    ELSE
        COMPUTE evt-wait-pos = evt-wait-count + 1
        MOVE SPACES TO msgBuffer
        STRING "The event is full. You are number " DELIMITED BY SIZE
               evt-wait-pos DELIMITED BY SIZE
               " on the waitlist." DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
    END-IF
    PERFORM DISPLAY-MSG.

CANCEL-EVENT-REGISTRATION.
    MOVE "Enter the event ID to cancel:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO evt-lookup-id
    MOVE roster-user(loggedInUser) TO ereg-lookup-user
    PERFORM FIND-MEMBER-EVENT-REG
    IF ereg-match-idx = 0
        MOVE "You are not signed up for that event." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE ereg-status(ereg-match-idx) TO ereg-prior-status
    PERFORM REMOVE-EVENT-REG-ENTRY
    MOVE SPACES TO audit-key
    STRING evt-lookup-id DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(ereg-lookup-user) DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    IF ereg-prior-status = "R"
        PERFORM PROMOTE-EVENT-WAITLIST
    END-IF
    PERFORM SAVE-EVENT-REGS
    MOVE "CANCEL-EVENT-REG" TO current-action
    PERFORM WRITE-CHECKPOINT
    MOVE "Your event registration has been cancelled." TO msgBuffer
    PERFORM DISPLAY-MSG.

REMOVE-EVENT-REG-ENTRY.
    PERFORM VARYING ereg-idx FROM ereg-match-idx BY 1
        UNTIL ereg-idx >= event-reg-count
        MOVE event-reg-record(ereg-idx + 1) TO event-reg-record(ereg-idx)
    END-PERFORM
    SUBTRACT 1 FROM event-reg-count.

*> Fills free seats of event evt-lookup-id from the front of its
*> waitlist. Each member moved up is flagged for a sign-in notice and
*> the move is audited; the caller saves the registrations.
PROMOTE-EVENT-WAITLIST.
    PERFORM FIND-EVENT-BY-ID
    IF evt-match-idx = 0
        EXIT PARAGRAPH
    END-IF
    MOVE evt-match-idx TO evt-idx
    PERFORM COUNT-EVENT-SEATS
    PERFORM VARYING ereg-idx FROM 1 BY 1
        UNTIL ereg-idx > event-reg-count
           OR evt-seat-count >= evt-capacity(evt-match-idx)
        IF ereg-event-id(ereg-idx) = evt-lookup-id
           AND ereg-waitlisted(ereg-idx)
            MOVE "R" TO ereg-status(ereg-idx)
            MOVE "Y" TO ereg-notify(ereg-idx)
            ADD 1 TO evt-seat-count
            MOVE "EVENT-PROMOTE" TO current-action
            MOVE SPACES TO audit-key
            STRING evt-lookup-id DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ereg-user(ereg-idx)) DELIMITED BY SIZE
                   INTO audit-key
            END-STRING
            PERFORM WRITE-AUDIT-EVENT
        END-IF
    END-PERFORM.

VIEW-MY-EVENTS.
    MOVE "--- My Events ---" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE 0 TO evt-shown-count
    PERFORM VARYING ereg-match-idx FROM 1 BY 1
        UNTIL ereg-match-idx > event-reg-count
        IF ereg-user(ereg-match-idx) = roster-user(loggedInUser)
            MOVE ereg-event-id(ereg-match-idx) TO evt-lookup-id
            PERFORM FIND-EVENT-BY-ID
            IF evt-match-idx > 0
                ADD 1 TO evt-shown-count
                MOVE evt-date(evt-match-idx) TO date-ymd-raw
                PERFORM FORMAT-YMD-DATE
                IF ereg-registered(ereg-match-idx)
                    MOVE "Registered" TO evt-status-text
                ELSE
                    PERFORM COUNT-WAITLIST-POSITION
                    MOVE SPACES TO evt-status-text
                    STRING "Waitlist #" DELIMITED BY SIZE
                           evt-wait-pos DELIMITED BY SIZE
                           INTO evt-status-text
                    END-STRING
                END-IF
                MOVE SPACES TO msgBuffer
                STRING evt-lookup-id DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(evt-title(evt-match-idx)) DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       date-ymd-text DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(evt-location(evt-match-idx)) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(evt-status-text) DELIMITED BY SIZE
                       INTO msgBuffer
                END-STRING
                PERFORM DISPLAY-MSG
            END-IF
        END-IF
    END-PERFORM
    IF evt-shown-count = 0
        MOVE "You are not signed up for any events." TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF
    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG.

CREATE-EVENT-FOR-RECRUITER.
    MOVE roster-user(loggedInUser) TO rcr-lookup-user
    PERFORM FIND-RECRUITER-COMPANY
    IF rcr-company-idx = 0
        MOVE "Only a registered recruiter can create an event for a company." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM ENTER-CAREER-EVENT.

CREATE-EVENT-FOR-OPERATOR.
    MOVE 0 TO rcr-company-idx
    PERFORM ENTER-CAREER-EVENT.

*> Collects a new event into the next free slot and only counts it
*> once every field has passed. A recruiter's own company (in
*> rcr-company-idx) is always the first participant.
ENTER-CAREER-EVENT.
    IF event-count >= 200
        MOVE "The events file is full." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    IF company-count = 0
        MOVE "The company master is empty. Add the company first." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    COMPUTE evt-new-idx = event-count + 1
    INITIALIZE event-record(evt-new-idx)
    MOVE "--- Create a Career Event ---" TO msgBuffer
    PERFORM DISPLAY-MSG

    MOVE "Enter event title:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO evt-title(evt-new-idx)
    IF evt-title(evt-new-idx) = SPACES
        MOVE "Error: Event title is required." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Event not created." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter event date (YYYYMMDD):" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO trimmed-input
    MOVE 0 TO evt-date-work
    IF trimmed-input(1:8) IS NUMERIC AND trimmed-input(9:) = SPACES
        MOVE trimmed-input(1:8) TO evt-date-work
        IF FUNCTION TEST-DATE-YYYYMMDD(evt-date-work) NOT = 0
            MOVE 0 TO evt-date-work
        END-IF
    END-IF
    IF evt-date-work = 0
        MOVE "Error: Enter the date as YYYYMMDD, for example 20250314." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Event not created." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    IF evt-date-work < run-date
        MOVE "Error: The event date cannot be in the past." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Event not created." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE evt-date-work TO evt-date(evt-new-idx)

    MOVE "Enter location:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO evt-location(evt-new-idx)
    IF evt-location(evt-new-idx) = SPACES
        MOVE "Error: Location is required." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Event not created." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter capacity (number of seats):" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO evt-cap-work
    IF evt-cap-work = 0 OR evt-cap-work > 9999
        MOVE "Error: Capacity must be a number from 1 to 9999." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Event not created." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE evt-cap-work TO evt-capacity(evt-new-idx)

    MOVE 0 TO evt-comp-count(evt-new-idx)
    IF rcr-company-idx > 0
        MOVE 1 TO evt-comp-count(evt-new-idx)
        MOVE comp-id-record(rcr-company-idx) TO evt-comp-id(evt-new-idx, 1)
        MOVE SPACES TO msgBuffer
        STRING "Your company, " DELIMITED BY SIZE
               FUNCTION TRIM(comp-name-record(rcr-company-idx)) DELIMITED BY SIZE
               ", is listed as a participant." DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
    END-IF
    PERFORM DISPLAY-COMPANY-MASTER-LIST
    PERFORM UNTIL evt-comp-count(evt-new-idx) >= 5
        MOVE "Enter a participating company ID (blank to finish):" TO msgBuffer
        PERFORM DISPLAY-MSG
        PERFORM READ-INPUT-SAFELY
        IF EOF-INPUT-FILE = "Y"
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TRIM(IN-REC) = SPACES
            EXIT PERFORM
        END-IF
        MOVE FUNCTION NUMVAL(IN-REC) TO company-lookup-id
        PERFORM FIND-COMPANY-BY-ID
        IF company-match-idx = 0
            MOVE "No company found with that ID." TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PERFORM CYCLE
        END-IF
        MOVE "N" TO foundFlag
        PERFORM VARYING evt-comp-idx FROM 1 BY 1
            UNTIL evt-comp-idx > evt-comp-count(evt-new-idx)
            IF evt-comp-id(evt-new-idx, evt-comp-idx) = company-lookup-id
                MOVE "Y" TO foundFlag
            END-IF
        END-PERFORM
        IF foundFlag = "Y"
            MOVE "That company is already listed." TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PERFORM CYCLE
        END-IF
        ADD 1 TO evt-comp-count(evt-new-idx)
        MOVE company-lookup-id
            TO evt-comp-id(evt-new-idx, evt-comp-count(evt-new-idx))
    END-PERFORM
    IF evt-comp-count(evt-new-idx) = 0
        MOVE "Error: At least one participating company is required." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Event not created." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO event-count
    ADD 1 TO next-event-id
    MOVE next-event-id TO evt-id(evt-new-idx)
    MOVE roster-user(loggedInUser) TO evt-creator(evt-new-idx)
    PERFORM SAVE-EVENTS
    MOVE SPACES TO audit-key
    STRING evt-id(evt-new-idx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(evt-title(evt-new-idx)) DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE SPACES TO msgBuffer
    STRING "Event " DELIMITED BY SIZE
           evt-id(evt-new-idx) DELIMITED BY SIZE
           " created." DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

*> Sign-in notice for each event the member was moved up to from the
*> waitlist since they were last told.
CHECK-EVENT-NOTICES.
    MOVE 0 TO evt-notice-count
    MOVE "N" TO evt-changed-flag
    PERFORM VARYING ereg-match-idx FROM 1 BY 1
        UNTIL ereg-match-idx > event-reg-count
        IF ereg-user(ereg-match-idx) = roster-user(loggedInUser)
           AND ereg-notice-pending(ereg-match-idx)
            MOVE ereg-event-id(ereg-match-idx) TO evt-lookup-id
            PERFORM FIND-EVENT-BY-ID
            IF evt-match-idx > 0
                ADD 1 TO evt-notice-count
                MOVE evt-date(evt-match-idx) TO date-ymd-raw
                PERFORM FORMAT-YMD-DATE
                MOVE SPACES TO msgBuffer
                STRING "A seat opened up: you are now registered for " DELIMITED BY SIZE
                       FUNCTION TRIM(evt-title(evt-match-idx)) DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       date-ymd-text DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO msgBuffer
                END-STRING
                PERFORM NOTE-EVENT-BANNER
            END-IF
            MOVE "N" TO ereg-notify(ereg-match-idx)
            MOVE "Y" TO evt-changed-flag
        END-IF
    END-PERFORM
    IF evt-notice-count > 0
        MOVE "========================================" TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF
    IF evt-changed-flag = "Y"
        PERFORM SAVE-EVENT-REGS
    END-IF.

NOTE-EVENT-BANNER.
    IF evt-notice-count = 1
        MOVE msgBuffer TO evt-notice-line
        MOVE "========================================" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE evt-notice-line TO msgBuffer
    END-IF
    PERFORM DISPLAY-MSG.

*> Mentorship menu. Students browse mentors, take suggestions and
*> follow their requests; mentors answer requests and manage their
*> listing. Either side can end a mentorship from My Mentorships.
MENTOR-MENU.
    MOVE "N" TO mentorMenuDoneFlag
    PERFORM UNTIL mentorMenuDoneFlag = "Y"
        MOVE "--- Mentorship ---" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "1. Browse Mentors" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "2. Suggested Mentors for Me" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "3. My Mentorships" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "4. Mentorship Requests for Me" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "5. Become a Mentor / Update My Mentor Areas" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "6. Stop Mentoring" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "7. Back to Main Menu" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Enter your choice:" TO msgBuffer
        PERFORM DISPLAY-MSG

        PERFORM READ-INPUT-SAFELY
        IF EOF-INPUT-FILE = "Y"
            MOVE "Y" TO mentorMenuDoneFlag
        ELSE
            MOVE FUNCTION NUMVAL(IN-REC) TO subChoice

            EVALUATE subChoice
                WHEN 1
                    MOVE "BROWSE-MENTORS" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM BROWSE-MENTORS
                WHEN 2
                    MOVE "SUGGEST-MENTORS" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM SUGGEST-MENTORS
                WHEN 3
                    MOVE "MY-MENTORSHIPS" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM VIEW-MY-MENTORSHIPS
                WHEN 4
                    MOVE "MENTORSHIP-REQUESTS" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM VIEW-MENTORSHIP-REQUESTS
                WHEN 5
                    MOVE "MENTOR-OPT-IN" TO current-action
                    PERFORM MENTOR-OPT-IN
                WHEN 6
                    MOVE "MENTOR-OPT-OUT" TO current-action
                    PERFORM MENTOR-OPT-OUT
                WHEN 7
                    MOVE "Y" TO mentorMenuDoneFlag
                WHEN OTHER
                    MOVE "Invalid choice." TO msgBuffer
                    PERFORM DISPLAY-MSG
            END-EVALUATE
        END-IF
    END-PERFORM.

*> Lists the mentors the signed-in member can ask, optionally only
*> those with an area containing the text entered, and offers to
*> send a request to one of them.
BROWSE-MENTORS.
    MOVE "--- Browse Mentors ---" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Enter an area to look for, or leave blank to see every mentor:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO ws-search-name

    MOVE 0 TO mnt-pick-count
    PERFORM VARYING mnt-idx FROM 1 BY 1 UNTIL mnt-idx > mentor-count
        PERFORM CHECK-MENTOR-AVAILABLE
        IF mnt-avail-flag = "N"
            EXIT PERFORM CYCLE
        END-IF
        IF ws-search-name NOT = SPACES
            PERFORM CHECK-MENTOR-AREAS
            IF ws-contains-flag NOT = "Y"
                EXIT PERFORM CYCLE
            END-IF
        END-IF
        ADD 1 TO mnt-pick-count
        MOVE mnt-idx TO mnt-pick-table(mnt-pick-count)
        MOVE mnt-pick-count TO mnt-shown-count
        PERFORM SHOW-MENTOR-SUMMARY
    END-PERFORM

    IF mnt-pick-count = 0
        IF ws-search-name = SPACES
            MOVE "No mentors are available right now." TO msgBuffer
        ELSE
            MOVE "No mentors advise on that area yet." TO msgBuffer
        END-IF
        PERFORM DISPLAY-MSG
        MOVE "----------------------------------" TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM OFFER-MENTORSHIP-REQUEST.

*> Ranks the available mentors for the signed-in student: 3 for the
*> same university, 3 for the same major, and for each of the
*> mentor's experience entries at a company on the master, 2 when the
*> student has worked there too and 1 otherwise. Mentors the student
*> has already asked are left out; the best five are shown.
SUGGEST-MENTORS.
    MOVE "--- Suggested Mentors ---" TO msgBuffer
    PERFORM DISPLAY-MSG

    MOVE 0 TO mnt-pick-count
    PERFORM VARYING mnt-idx FROM 1 BY 1 UNTIL mnt-idx > mentor-count
        PERFORM CHECK-MENTOR-AVAILABLE
        IF mnt-avail-flag = "N"
            EXIT PERFORM CYCLE
        END-IF
        MOVE mnt-user(mnt-idx) TO msp-lookup-mentor
        MOVE roster-user(loggedInUser) TO msp-lookup-student
        PERFORM FIND-MENTORSHIP-PAIR
        IF msp-match-idx > 0
            EXIT PERFORM CYCLE
        END-IF
        PERFORM SCORE-MENTOR-MATCH
        IF mnt-score > 0
            ADD 1 TO mnt-pick-count
            MOVE mnt-idx TO mnt-pick-table(mnt-pick-count)
            MOVE mnt-score TO mnt-score-table(mnt-pick-count)
        END-IF
    END-PERFORM

    IF mnt-pick-count = 0
        MOVE "No mentors share your university, major or employers yet. Try browsing all mentors." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "----------------------------------" TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    PERFORM SORT-MENTOR-SUGGESTIONS
    IF mnt-pick-count > 5
        MOVE 5 TO mnt-pick-count
    END-IF
    PERFORM VARYING mnt-shown-count FROM 1 BY 1
        UNTIL mnt-shown-count > mnt-pick-count
        MOVE mnt-pick-table(mnt-shown-count) TO mnt-idx
        PERFORM CHECK-MENTOR-AVAILABLE
        PERFORM SCORE-MENTOR-MATCH
        PERFORM SHOW-MENTOR-SUMMARY
        MOVE SPACES TO msgBuffer
        STRING "   Why: " DELIMITED BY SIZE
               FUNCTION TRIM(mnt-reason-line) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
    END-PERFORM
    PERFORM OFFER-MENTORSHIP-REQUEST.

*> Highest score first; mentors with the same score keep their file
*> order.
SORT-MENTOR-SUGGESTIONS.
    PERFORM VARYING sort-outer-idx FROM 1 BY 1
        UNTIL sort-outer-idx >= mnt-pick-count
        PERFORM VARYING sort-inner-idx FROM 1 BY 1
            UNTIL sort-inner-idx > mnt-pick-count - sort-outer-idx
            IF mnt-score-table(sort-inner-idx) <
               mnt-score-table(sort-inner-idx + 1)
                MOVE mnt-pick-table(sort-inner-idx) TO sort-swap-slot
                MOVE mnt-pick-table(sort-inner-idx + 1)
                    TO mnt-pick-table(sort-inner-idx)
                MOVE sort-swap-slot TO mnt-pick-table(sort-inner-idx + 1)
                MOVE mnt-score-table(sort-inner-idx) TO mnt-swap-score
                MOVE mnt-score-table(sort-inner-idx + 1)
                    TO mnt-score-table(sort-inner-idx)
                MOVE mnt-swap-score TO mnt-score-table(sort-inner-idx + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

*> Scores the mentor in mnt-idx (roster slot mnt-slot) against the
*> signed-in student, leaving the score in mnt-score and the reasons
*> in mnt-reason-line.
SCORE-MENTOR-MATCH.
    MOVE 0 TO mnt-score
    MOVE SPACES TO mnt-reason-line
    MOVE 1 TO mnt-reason-ptr
    IF university(loggedInUser) NOT = SPACES
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(university(mnt-slot))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(university(loggedInUser)))
        ADD 3 TO mnt-score
        STRING "same university" DELIMITED BY SIZE
            INTO mnt-reason-line WITH POINTER mnt-reason-ptr
        END-STRING
    END-IF
    IF major(loggedInUser) NOT = SPACES
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(major(mnt-slot))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(major(loggedInUser)))
        ADD 3 TO mnt-score
        IF mnt-reason-ptr > 1
            STRING "; " DELIMITED BY SIZE
                INTO mnt-reason-line WITH POINTER mnt-reason-ptr
            END-STRING
        END-IF
        STRING "same major" DELIMITED BY SIZE
            INTO mnt-reason-line WITH POINTER mnt-reason-ptr
        END-STRING
    END-IF
    PERFORM VARYING exp-idx FROM 1 BY 1 UNTIL exp-idx > 3
        IF exp-company(mnt-slot, exp-idx) NOT = SPACES
            MOVE exp-company(mnt-slot, exp-idx) TO company-lookup-name
            PERFORM FIND-COMPANY-BY-NAME
            IF company-match-idx > 0
                PERFORM CHECK-STUDENT-WORKED-AT
                IF mnt-reason-ptr > 1
                    STRING "; " DELIMITED BY SIZE
                        INTO mnt-reason-line WITH POINTER mnt-reason-ptr
                    END-STRING
                END-IF
                IF mnt-dup-flag = "Y"
                    ADD 2 TO mnt-score
                    STRING "you both worked at " DELIMITED BY SIZE
                           FUNCTION TRIM(comp-name-record(company-match-idx)) DELIMITED BY SIZE
                        INTO mnt-reason-line WITH POINTER mnt-reason-ptr
                    END-STRING
                ELSE
                    ADD 1 TO mnt-score
                    STRING "worked at " DELIMITED BY SIZE
                           FUNCTION TRIM(comp-name-record(company-match-idx)) DELIMITED BY SIZE
                        INTO mnt-reason-line WITH POINTER mnt-reason-ptr
                    END-STRING
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Sets mnt-dup-flag when one of the signed-in student's experience
*> entries names the master company in company-match-idx.
CHECK-STUDENT-WORKED-AT.
    MOVE "N" TO mnt-dup-flag
    PERFORM VARYING mnt-area-idx FROM 1 BY 1 UNTIL mnt-area-idx > 3
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(exp-company(loggedInUser, mnt-area-idx))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(comp-name-record(company-match-idx)))
            MOVE "Y" TO mnt-dup-flag
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> A listed mentor can be asked when they are active, are not the
*> signed-in member, still have an account that is not suspended, and
*> neither side has blocked the other. Leaves the mentor's roster
*> slot in mnt-slot.
CHECK-MENTOR-AVAILABLE.
    MOVE "N" TO mnt-avail-flag
    MOVE 0 TO mnt-slot
    IF NOT mnt-active(mnt-idx)
       OR mnt-user(mnt-idx) = roster-user(loggedInUser)
        EXIT PARAGRAPH
    END-IF
    MOVE mnt-user(mnt-idx) TO mnt-lookup-user
    PERFORM FIND-MENTORSHIP-MEMBER-SLOT
    IF mnt-slot = 0
        EXIT PARAGRAPH
    END-IF
    IF roster-susp(mnt-slot) = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE roster-user(loggedInUser) TO block-check-blocker
    MOVE mnt-user(mnt-idx) TO block-check-blocked
    PERFORM CHECK-BLOCK-PAIR
    IF block-found-flag = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE mnt-user(mnt-idx) TO block-check-blocker
    MOVE roster-user(loggedInUser) TO block-check-blocked
    PERFORM CHECK-BLOCK-PAIR
    IF block-found-flag = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO mnt-avail-flag.

*> Roster slot of mnt-lookup-user in mnt-slot, or 0 when there is no
*> such account.
FIND-MENTORSHIP-MEMBER-SLOT.
    MOVE 0 TO mnt-slot
    PERFORM VARYING recon-idx FROM 1 BY 1 UNTIL recon-idx > accountCount
        IF roster-user(recon-idx) = mnt-lookup-user
            MOVE recon-idx TO mnt-slot
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Sets ws-contains-flag when any area of the mentor in mnt-idx
*> contains ws-search-name.
CHECK-MENTOR-AREAS.
    MOVE "N" TO ws-contains-flag
    PERFORM VARYING mnt-area-idx FROM 1 BY 1
        UNTIL mnt-area-idx > 5 OR ws-contains-flag = "Y"
        IF mnt-area(mnt-idx, mnt-area-idx) NOT = SPACES
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(mnt-area(mnt-idx, mnt-area-idx))) TO ws-haystack
            PERFORM CHECK-CONTAINS
        END-IF
    END-PERFORM.

*> Shows the mentor in mnt-idx (roster slot mnt-slot) as entry
*> mnt-shown-count: name, school, major, class year and areas.
SHOW-MENTOR-SUMMARY.
    MOVE SPACES TO msgBuffer
    STRING mnt-shown-count DELIMITED BY SIZE
           ". " DELIMITED BY SIZE
           FUNCTION TRIM(first-name(mnt-slot)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(last-name(mnt-slot)) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(mnt-user(mnt-idx)) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG
    MOVE SPACES TO msgBuffer
    STRING "   " DELIMITED BY SIZE
           FUNCTION TRIM(university(mnt-slot)) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(major(mnt-slot)) DELIMITED BY SIZE
           ", Class of " DELIMITED BY SIZE
           graduation-year(mnt-slot) DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG
    PERFORM BUILD-MENTOR-AREA-LINE
    MOVE SPACES TO msgBuffer
    STRING "   Advises on: " DELIMITED BY SIZE
           FUNCTION TRIM(mnt-area-line) DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

BUILD-MENTOR-AREA-LINE.
    MOVE SPACES TO mnt-area-line
    MOVE 1 TO mnt-area-ptr
    PERFORM VARYING mnt-area-idx FROM 1 BY 1 UNTIL mnt-area-idx > 5
        IF mnt-area(mnt-idx, mnt-area-idx) NOT = SPACES
            IF mnt-area-ptr > 1
                STRING "; " DELIMITED BY SIZE
                    INTO mnt-area-line WITH POINTER mnt-area-ptr
                END-STRING
            END-IF
            STRING FUNCTION TRIM(mnt-area(mnt-idx, mnt-area-idx)) DELIMITED BY SIZE
                INTO mnt-area-line WITH POINTER mnt-area-ptr
            END-STRING
        END-IF
    END-PERFORM.

OFFER-MENTORSHIP-REQUEST.
    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Enter a mentor number to ask for mentorship, or 0 to go back:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO mnt-choice
    IF mnt-choice = 0 OR mnt-choice > mnt-pick-count
        EXIT PARAGRAPH
    END-IF
    MOVE mnt-pick-table(mnt-choice) TO mnt-idx
    PERFORM SEND-MENTORSHIP-REQUEST.

*> Sends the signed-in student's request to the mentor in mnt-idx.
*> A request the mentor declined earlier may be sent again; it reuses
*> the same row.
SEND-MENTORSHIP-REQUEST.
    MOVE mnt-user(mnt-idx) TO msp-lookup-mentor
    MOVE roster-user(loggedInUser) TO msp-lookup-student
    PERFORM FIND-MENTORSHIP-PAIR
    IF msp-match-idx > 0
        IF msp-active(msp-match-idx)
            MOVE "This member is already your mentor." TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
        IF msp-pending(msp-match-idx)
            MOVE "You already have a request waiting with this mentor." TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF mentorship-count >= 200
            MOVE "The mentorship list is full. Please try again later." TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "Enter a short note for the mentor (max 100 chars), or leave blank:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF

    IF msp-match-idx = 0
        ADD 1 TO mentorship-count
        MOVE mentorship-count TO msp-match-idx
        MOVE mnt-user(mnt-idx) TO msp-mentor(msp-match-idx)
        MOVE roster-user(loggedInUser) TO msp-student(msp-match-idx)
    END-IF
    SET msp-pending(msp-match-idx) TO TRUE
    MOVE run-date TO msp-requested(msp-match-idx)
    MOVE 0 TO msp-decided(msp-match-idx)
    MOVE FUNCTION TRIM(IN-REC) TO msp-note(msp-match-idx)
    PERFORM SAVE-MENTORSHIPS
    MOVE "MENTORSHIP-REQUEST" TO current-action
    MOVE mnt-user(mnt-idx) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE SPACES TO msgBuffer
    STRING "Mentorship request sent to " DELIMITED BY SIZE
           FUNCTION TRIM(mnt-user(mnt-idx)) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

*> Row of msp-lookup-mentor / msp-lookup-student in msp-match-idx,
*> or 0 when the pair has none.
FIND-MENTORSHIP-PAIR.
    MOVE 0 TO msp-match-idx
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        IF msp-mentor(msp-idx) = msp-lookup-mentor
           AND msp-student(msp-idx) = msp-lookup-student
            MOVE msp-idx TO msp-match-idx
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Mentorships and requests the signed-in member is part of, as
*> mentor or as student. Picking one ends the mentorship, withdraws
*> the request, or clears a declined request from the list. A mentor
*> does not see the requests they declined.
VIEW-MY-MENTORSHIPS.
    MOVE "--- My Mentorships ---" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE 0 TO mnt-pick-count
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        IF msp-student(msp-idx) = roster-user(loggedInUser)
           OR (msp-mentor(msp-idx) = roster-user(loggedInUser)
               AND NOT msp-declined(msp-idx))
            ADD 1 TO mnt-pick-count
            MOVE msp-idx TO mnt-pick-table(mnt-pick-count)
            PERFORM SHOW-MENTORSHIP-LINE
        END-IF
    END-PERFORM
    IF mnt-pick-count = 0
        MOVE "You have no mentorships or mentorship requests." TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "----------------------------------" TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Enter a number to end that mentorship or withdraw the request, or 0 to go back:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO mnt-choice
    IF mnt-choice = 0 OR mnt-choice > mnt-pick-count
        EXIT PARAGRAPH
    END-IF

    MOVE mnt-pick-table(mnt-choice) TO msp-match-idx
    IF msp-mentor(msp-match-idx) = roster-user(loggedInUser)
        MOVE msp-student(msp-match-idx) TO msp-partner
    ELSE
        MOVE msp-mentor(msp-match-idx) TO msp-partner
    END-IF
    IF msp-active(msp-match-idx)
        MOVE "Mentorship ended." TO msgBuffer
    ELSE
        MOVE "Mentorship request removed." TO msgBuffer
    END-IF
    PERFORM REMOVE-MENTORSHIP-ROW
    PERFORM SAVE-MENTORSHIPS
    MOVE "END-MENTORSHIP" TO current-action
    MOVE msp-partner TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    PERFORM DISPLAY-MSG.

*> One line for the row in msp-idx, numbered mnt-pick-count, naming
*> the other member and where the mentorship stands.
SHOW-MENTORSHIP-LINE.
    IF msp-mentor(msp-idx) = roster-user(loggedInUser)
        MOVE "Student" TO msp-role-text
        MOVE msp-student(msp-idx) TO msp-partner
    ELSE
        MOVE "Mentor" TO msp-role-text
        MOVE msp-mentor(msp-idx) TO msp-partner
    END-IF
    EVALUATE TRUE
        WHEN msp-active(msp-idx)
            MOVE "Active since" TO msp-status-text
            MOVE msp-decided(msp-idx) TO msp-status-date
        WHEN msp-declined(msp-idx)
            MOVE "Declined on" TO msp-status-text
            MOVE msp-decided(msp-idx) TO msp-status-date
        WHEN OTHER
            MOVE "Request pending since" TO msp-status-text
            MOVE msp-requested(msp-idx) TO msp-status-date
    END-EVALUATE
    MOVE SPACES TO msgBuffer
    STRING mnt-pick-count DELIMITED BY SIZE
           ". " DELIMITED BY SIZE
           FUNCTION TRIM(msp-role-text) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(msp-partner) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(msp-status-text) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           msp-status-date DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

REMOVE-MENTORSHIP-ROW.
    PERFORM VARYING msp-idx FROM msp-match-idx BY 1
        UNTIL msp-idx >= mentorship-count
        MOVE mentorship-record(msp-idx + 1) TO mentorship-record(msp-idx)
    END-PERFORM
    SUBTRACT 1 FROM mentorship-count.

CHECK-MENTORSHIP-NOTICES.
    MOVE 0 TO msp-pending-count
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        IF msp-mentor(msp-idx) = roster-user(loggedInUser)
           AND msp-pending(msp-idx)
            ADD 1 TO msp-pending-count
        END-IF
    END-PERFORM

    IF msp-pending-count > 0
        MOVE "========================================" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE SPACES TO msgBuffer
        STRING "You have " DELIMITED BY SIZE
               msp-pending-count DELIMITED BY SIZE
               " pending mentorship request(s)" DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
        MOVE "========================================" TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF.

*> Pending requests sent to the signed-in mentor, with the student's
*> school, major and note, answered one at a time like connection
*> requests.
VIEW-MENTORSHIP-REQUESTS.
    MOVE "--- Mentorship Requests ---" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE 0 TO mnt-pick-count
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        IF msp-mentor(msp-idx) = roster-user(loggedInUser)
           AND msp-pending(msp-idx)
            ADD 1 TO mnt-pick-count
            MOVE msp-idx TO mnt-pick-table(mnt-pick-count)
            MOVE SPACES TO msgBuffer
            STRING mnt-pick-count DELIMITED BY SIZE
                   ". From: " DELIMITED BY SIZE
                   FUNCTION TRIM(msp-student(msp-idx)) DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
            PERFORM DISPLAY-MSG
            MOVE msp-student(msp-idx) TO mnt-lookup-user
            PERFORM FIND-MENTORSHIP-MEMBER-SLOT
            IF mnt-slot > 0
                MOVE SPACES TO msgBuffer
                STRING "   " DELIMITED BY SIZE
                       FUNCTION TRIM(first-name(mnt-slot)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(last-name(mnt-slot)) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(university(mnt-slot)) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(major(mnt-slot)) DELIMITED BY SIZE
                       INTO msgBuffer
                END-STRING
                PERFORM DISPLAY-MSG
            END-IF
            IF msp-note(msp-idx) NOT = SPACES
                MOVE SPACES TO msgBuffer
                STRING "   Note: " DELIMITED BY SIZE
                       FUNCTION TRIM(msp-note(msp-idx)) DELIMITED BY SIZE
                       INTO msgBuffer
                END-STRING
                PERFORM DISPLAY-MSG
            END-IF
        END-IF
    END-PERFORM
    IF mnt-pick-count = 0
        MOVE "You have no pending mentorship requests." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter request number to accept/decline, or 0 to skip:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO mnt-choice
    IF mnt-choice = 0 OR mnt-choice > mnt-pick-count
        EXIT PARAGRAPH
    END-IF
    MOVE mnt-pick-table(mnt-choice) TO msp-match-idx
    MOVE msp-student(msp-match-idx) TO msp-partner

    MOVE "Accept this mentorship request? (Y/N)" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE run-date TO msp-decided(msp-match-idx)
    IF IN-REC = "Y" OR IN-REC = "y"
        SET msp-active(msp-match-idx) TO TRUE
        MOVE "ACCEPT-MENTORSHIP" TO current-action
        MOVE SPACES TO msgBuffer
        STRING "Mentorship request accepted! You and " DELIMITED BY SIZE
               FUNCTION TRIM(msp-partner) DELIMITED BY SIZE
               " can now message each other." DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
    ELSE
        SET msp-declined(msp-match-idx) TO TRUE
        MOVE "DECLINE-MENTORSHIP" TO current-action
        MOVE "Mentorship request declined." TO msgBuffer
    END-IF
    PERFORM SAVE-MENTORSHIPS
    MOVE msp-partner TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    PERFORM DISPLAY-MSG.

*> Lists the signed-in member as a mentor, or replaces the areas of
*> an existing listing. Open to members whose graduation year has
*> arrived.
MENTOR-OPT-IN.
    MOVE "--- Become a Mentor ---" TO msgBuffer
    PERFORM DISPLAY-MSG
    COMPUTE mnt-grad-limit = run-date / 10000
    IF graduation-year(loggedInUser) IS NOT NUMERIC
       OR graduation-year(loggedInUser) = 0
        MOVE "Add your graduation year to your profile before signing up as a mentor." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    IF graduation-year(loggedInUser) > mnt-grad-limit
        MOVE "Mentoring is open to members who have graduated." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE roster-user(loggedInUser) TO mnt-lookup-user
    PERFORM FIND-MENTOR-ROW
    IF mnt-match-idx = 0 AND mentor-count >= 200
        MOVE "The mentor list is full. Please try again later." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    IF mnt-match-idx > 0
        MOVE mnt-match-idx TO mnt-idx
        PERFORM BUILD-MENTOR-AREA-LINE
        MOVE SPACES TO msgBuffer
        STRING "Your current areas: " DELIMITED BY SIZE
               FUNCTION TRIM(mnt-area-line) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
    END-IF

    MOVE "Enter up to 5 areas you will advise on, one per line (a blank line finishes):" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE SPACES TO mnt-new-areas
    MOVE 0 TO mnt-area-count
    PERFORM VARYING mnt-area-idx FROM 1 BY 1 UNTIL mnt-area-idx > 5
        PERFORM READ-INPUT-SAFELY
        IF EOF-INPUT-FILE = "Y" OR FUNCTION TRIM(IN-REC) = SPACES
            EXIT PERFORM
        END-IF
        ADD 1 TO mnt-area-count
        MOVE FUNCTION TRIM(IN-REC) TO mnt-new-area(mnt-area-count)
    END-PERFORM
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    IF mnt-area-count = 0
        MOVE "At least one area is required. Nothing was changed." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    IF mnt-match-idx = 0
        ADD 1 TO mentor-count
        MOVE mentor-count TO mnt-match-idx
        MOVE roster-user(loggedInUser) TO mnt-user(mnt-match-idx)
        MOVE run-date TO mnt-joined(mnt-match-idx)
    END-IF
    SET mnt-active(mnt-match-idx) TO TRUE
    MOVE mnt-new-areas TO mnt-areas(mnt-match-idx)
    PERFORM SAVE-MENTORS
    MOVE "MENTOR-OPT-IN" TO current-action
    MOVE roster-user(loggedInUser) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE "You are listed as a mentor. Students can now find you under Mentorship." TO msgBuffer
    PERFORM DISPLAY-MSG.

*> Takes the signed-in mentor off the list. Requests still waiting
*> for an answer are declined; mentorships already active carry on.
MENTOR-OPT-OUT.
    MOVE roster-user(loggedInUser) TO mnt-lookup-user
    PERFORM FIND-MENTOR-ROW
    IF mnt-match-idx = 0
        MOVE "You are not listed as a mentor." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    IF NOT mnt-active(mnt-match-idx)
        MOVE "You are not listed as a mentor." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE "Stop mentoring? Waiting requests will be declined; your current mentorships continue. (Y/N)" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    IF IN-REC NOT = "Y" AND IN-REC NOT = "y"
        MOVE "Nothing was changed." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    SET mnt-paused(mnt-match-idx) TO TRUE
    PERFORM SAVE-MENTORS
    MOVE 0 TO msp-pending-count
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        IF msp-mentor(msp-idx) = roster-user(loggedInUser)
           AND msp-pending(msp-idx)
            SET msp-declined(msp-idx) TO TRUE
            MOVE run-date TO msp-decided(msp-idx)
            ADD 1 TO msp-pending-count
        END-IF
    END-PERFORM
    IF msp-pending-count > 0
        PERFORM SAVE-MENTORSHIPS
    END-IF
    MOVE "MENTOR-OPT-OUT" TO current-action
    MOVE roster-user(loggedInUser) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE SPACES TO msgBuffer
    STRING "You are no longer listed as a mentor. " DELIMITED BY SIZE
           msp-pending-count DELIMITED BY SIZE
           " waiting request(s) declined." DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

*> Mentor row of mnt-lookup-user in mnt-match-idx, or 0.
FIND-MENTOR-ROW.
    MOVE 0 TO mnt-match-idx
    PERFORM VARYING mnt-idx FROM 1 BY 1 UNTIL mnt-idx > mentor-count
        IF mnt-user(mnt-idx) = mnt-lookup-user
            MOVE mnt-idx TO mnt-match-idx
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Ends any mentorship or request either way between the signed-in
*> member and TARGET-USER once one has blocked the other.
REMOVE-PAIR-MENTORSHIPS.
    MOVE 0 TO msp-keep-count
    MOVE 0 TO msp-pending-count
    PERFORM VARYING msp-idx FROM 1 BY 1 UNTIL msp-idx > mentorship-count
        IF (msp-mentor(msp-idx) = roster-user(loggedInUser)
            AND msp-student(msp-idx) = TARGET-USER)
           OR (msp-mentor(msp-idx) = TARGET-USER
            AND msp-student(msp-idx) = roster-user(loggedInUser))
            ADD 1 TO msp-pending-count
        ELSE
            ADD 1 TO msp-keep-count
            IF msp-keep-count NOT = msp-idx
                MOVE mentorship-record(msp-idx) TO mentorship-record(msp-keep-count)
            END-IF
        END-IF
    END-PERFORM
    IF msp-pending-count = 0
        EXIT PARAGRAPH
    END-IF
    MOVE msp-keep-count TO mentorship-count
    PERFORM SAVE-MENTORSHIPS
    MOVE "END-MENTORSHIP" TO current-action
    MOVE TARGET-USER TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE SPACES TO msgBuffer
    STRING "Mentorship with " DELIMITED BY SIZE
           FUNCTION TRIM(TARGET-USER) DELIMITED BY SIZE
           " ended." DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

*> Operator bootstrap. When accounts exist but none holds the
*> operator flag - a freshly migrated deployment, or a new system
*> whose members have signed up - the run starts by asking which
*> account to designate, so operator access is an explicit decision
*> rather than a side effect of signup order. A run that skips or
*> mistypes the answer is asked again at the next startup.
ENSURE-OPERATOR-EXISTS.
    IF accountCount = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO foundFlag
    PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > accountCount
        IF roster-oper(idx) = "Y"
            MOVE "Y" TO foundFlag
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF foundFlag = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "No operator account exists." TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Enter the username to designate as the operator:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-OPERATOR-TARGET
    IF oper-target-idx = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO roster-oper(oper-target-idx)
    PERFORM SAVE-ACCOUNTS
    MOVE "GRANT-OPERATOR" TO current-action
    MOVE roster-user(oper-target-idx) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE SPACES TO msgBuffer
    STRING "Operator access granted to " DELIMITED BY SIZE
           FUNCTION TRIM(roster-user(oper-target-idx)) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

OPERATOR-MENU.
    MOVE "N" TO operatorDoneFlag
    PERFORM UNTIL operatorDoneFlag = "Y"
        MOVE "--- Operator Console ---" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "1. Suspend a Member Account" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "2. Reactivate a Member Account" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "3. Retire a Job Posting" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "4. Platform Statistics" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "5. Grant Operator Access" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "6. Log Out" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "7. Add a Company to the Master" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "8. Placement History Report" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "9. Restore Data From Prior Backup" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "10. Close a Member Account" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "11. Register a Recruiter" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "12. Recruiters by Company" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "13. Create a Career Event" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "14. Duplicate Member Report" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "15. Merge Accounts" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "16. Moderation Queue" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "17. Prohibited Terms" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Enter your choice:" TO msgBuffer
        PERFORM DISPLAY-MSG

        PERFORM READ-INPUT-SAFELY
        IF EOF-INPUT-FILE = "Y"
            MOVE "Y" TO operatorDoneFlag
        ELSE
            MOVE FUNCTION NUMVAL(IN-REC) TO subChoice

            EVALUATE subChoice
                WHEN 1
                    MOVE "SUSPEND-ACCOUNT" TO current-action
                    PERFORM SUSPEND-MEMBER-ACCOUNT
                WHEN 2
                    MOVE "REACTIVATE-ACCOUNT" TO current-action
                    PERFORM REACTIVATE-MEMBER-ACCOUNT
                WHEN 3
                    MOVE "RETIRE-POSTING" TO current-action
                    PERFORM RETIRE-JOB-POSTING
                WHEN 4
                    MOVE "PLATFORM-STATISTICS" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM DISPLAY-PLATFORM-STATISTICS
                WHEN 5
                    MOVE "GRANT-OPERATOR" TO current-action
                    PERFORM GRANT-OPERATOR-ACCESS
                WHEN 6
                    MOVE "Y" TO operatorDoneFlag
                WHEN 7
                    MOVE "ADD-COMPANY" TO current-action
                    PERFORM ADD-COMPANY-TO-MASTER
                WHEN 8
                    MOVE "PLACEMENT-REPORT" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM PLACEMENT-HISTORY-REPORT
                WHEN 9
                    MOVE "RESTORE-BACKUP" TO current-action
                    PERFORM RESTORE-FROM-BACKUP
                WHEN 10
                    MOVE "CLOSE-ACCOUNT" TO current-action
                    PERFORM CLOSE-ACCOUNT-FOR-OPERATOR
                WHEN 11
                    MOVE "REGISTER-RECRUITER" TO current-action
                    PERFORM REGISTER-RECRUITER
                WHEN 12
                    MOVE "RECRUITER-LIST" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM LIST-RECRUITERS-BY-COMPANY
                WHEN 13
                    MOVE "CREATE-EVENT" TO current-action
                    PERFORM CREATE-EVENT-FOR-OPERATOR
                WHEN 14
                    MOVE "DUPLICATE-REPORT" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    MOVE "Y" TO dup-show-flag
                    PERFORM WRITE-DUPLICATE-REPORT
                WHEN 15
                    MOVE "MERGE-ACCOUNTS" TO current-action
                    PERFORM MERGE-ACCOUNTS
                WHEN 16
                    MOVE "MODERATION-QUEUE" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM MODERATION-QUEUE
                WHEN 17
                    MOVE "PROHIBITED-TERMS" TO current-action
                    PERFORM AUDIT-MENU-EVENT
                    PERFORM MAINTAIN-PROHIBITED-TERMS
                WHEN OTHER
                    MOVE "Invalid choice." TO msgBuffer
                    PERFORM DISPLAY-MSG
            END-EVALUATE
        END-IF
    END-PERFORM.

FIND-OPERATOR-TARGET.
    MOVE FUNCTION TRIM(IN-REC) TO TARGET-USER
    MOVE 0 TO oper-target-idx
    PERFORM VARYING recon-idx FROM 1 BY 1 UNTIL recon-idx > accountCount
        IF FUNCTION TRIM(roster-user(recon-idx)) = FUNCTION TRIM(TARGET-USER)
            MOVE recon-idx TO oper-target-idx
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF oper-target-idx = 0
        MOVE "No account found with that username." TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF.

SUSPEND-MEMBER-ACCOUNT.
    MOVE "Enter username to suspend:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-OPERATOR-TARGET
    IF oper-target-idx = 0
        EXIT PARAGRAPH
    END-IF
    IF roster-oper(oper-target-idx) = "Y"
        MOVE "Operator accounts cannot be suspended." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO roster-susp(oper-target-idx)
    PERFORM SAVE-ACCOUNTS
    MOVE roster-user(oper-target-idx) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE "Account suspended. Their postings are hidden from browsing." TO msgBuffer
    PERFORM DISPLAY-MSG.

REACTIVATE-MEMBER-ACCOUNT.
    MOVE "Enter username to reactivate:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-OPERATOR-TARGET
    IF oper-target-idx = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO roster-susp(oper-target-idx)
    PERFORM SAVE-ACCOUNTS
    MOVE roster-user(oper-target-idx) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE "Account reactivated." TO msgBuffer
    PERFORM DISPLAY-MSG.

*> Member-initiated closure from the post-login menu. Once the
*> member confirms, the account and everything tied to it is removed
*> and the session ends.
CLOSE-MY-ACCOUNT.
    MOVE "--- Close My Account ---" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "This permanently removes your account, profile, network, messages and applications." TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Any postings you own will be withdrawn. Close your account? (Y/N)" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    IF IN-REC NOT = "Y" AND IN-REC NOT = "y"
        MOVE "Account closure cancelled." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE loggedInUser TO close-slot
    MOVE roster-user(loggedInUser) TO close-by
    PERFORM CLOSE-MEMBER-ACCOUNT
    MOVE "Your account has been closed. Goodbye." TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Y" TO postLoginDoneFlag.

*> Operator closure, for written requests received by the registrar.
CLOSE-ACCOUNT-FOR-OPERATOR.
    MOVE "Enter username to close:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-OPERATOR-TARGET
    IF oper-target-idx = 0
        EXIT PARAGRAPH
    END-IF
    IF roster-oper(oper-target-idx) = "Y"
        MOVE "Operator accounts cannot be closed." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO msgBuffer
    STRING "Close " DELIMITED BY SIZE
           FUNCTION TRIM(roster-user(oper-target-idx)) DELIMITED BY SIZE
           " and remove all of their records? (Y/N)" DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    IF IN-REC NOT = "Y" AND IN-REC NOT = "y"
        MOVE "Account closure cancelled." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE oper-target-idx TO close-slot
    MOVE roster-user(loggedInUser) TO close-by
    PERFORM CLOSE-MEMBER-ACCOUNT
    MOVE "Account closed." TO msgBuffer
    PERFORM DISPLAY-MSG.

*> Removes the member in roster slot close-slot from every live
*> store. The audit line goes out first, while the member is still
*> on the roster. Their postings are withdrawn through the archive
*> with their applications, then every remaining row naming them on
*> either side is dropped, and the roster and profile slot is closed
*> up. A signed-in user further down the roster moves up one slot
*> with it; a member closing their own account is signed out.
CLOSE-MEMBER-ACCOUNT.
    MOVE roster-user(close-slot) TO close-user
    MOVE "CLOSE-ACCOUNT" TO current-action
    MOVE close-user TO audit-key
    PERFORM WRITE-AUDIT-EVENT

    PERFORM CAPTURE-CLOSE-STORE-COUNTS
    PERFORM VARYING close-store-idx FROM 1 BY 1 UNTIL close-store-idx > 17
        MOVE close-after(close-store-idx) TO close-before(close-store-idx)
    END-PERFORM

    PERFORM WITHDRAW-CLOSED-MEMBER-POSTINGS
    PERFORM PURGE-CLOSED-CONNECTIONS
    PERFORM PURGE-CLOSED-REQUESTS
    PERFORM PURGE-CLOSED-MESSAGES
    PERFORM PURGE-CLOSED-ALERTS
    PERFORM PURGE-CLOSED-BLOCKS
    PERFORM PURGE-CLOSED-ENDORSEMENTS
    PERFORM PURGE-CLOSED-INTERVIEWS
    PERFORM PURGE-CLOSED-APPLICATIONS
    PERFORM PURGE-CLOSED-RECRUITER
    PERFORM PURGE-CLOSED-EVENT-REGS
    PERFORM PURGE-CLOSED-MODERATION
    PERFORM PURGE-CLOSED-REFERENCES
    PERFORM PURGE-CLOSED-MENTORS
    PERFORM PURGE-CLOSED-MENTORSHIPS
    PERFORM REMOVE-CLOSED-ROSTER-SLOT
    EVALUATE TRUE
        WHEN loggedInUser = close-slot
            MOVE 0 TO loggedInUser
        WHEN loggedInUser > close-slot
            SUBTRACT 1 FROM loggedInUser
    END-EVALUATE

    PERFORM SAVE-ACCOUNTS
    PERFORM SAVE-PROFILES
    PERFORM SAVE-CONNECTIONS
    PERFORM SAVE-REQUESTS
    PERFORM SAVE-JOBS
    PERFORM SAVE-APPLICATIONS
    PERFORM SAVE-MESSAGES
    PERFORM SAVE-ALERTS
    PERFORM SAVE-BLOCKS
    PERFORM SAVE-ENDORSEMENTS
    PERFORM SAVE-INTERVIEWS
    PERFORM SAVE-RECRUITERS
    PERFORM SAVE-EVENT-REGS
    PERFORM SAVE-MODERATION
    PERFORM SAVE-REFERENCES
    PERFORM SAVE-MENTORS
    PERFORM SAVE-MENTORSHIPS

    PERFORM CAPTURE-CLOSE-STORE-COUNTS
    PERFORM WRITE-CLOSURE-CONFIRMATION
    MOVE "CLOSE-ACCOUNT" TO current-action
    PERFORM WRITE-CHECKPOINT.

*> Current record count of each store, in close-store-file order.
CAPTURE-CLOSE-STORE-COUNTS.
    MOVE accountCount      TO close-after(1)
    MOVE accountCount      TO close-after(2)
    MOVE connection-count  TO close-after(3)
    MOVE request-count     TO close-after(4)
    MOVE job-count         TO close-after(5)
    MOVE application-count TO close-after(6)
    MOVE message-count     TO close-after(7)
    MOVE alert-count       TO close-after(8)
    MOVE block-count       TO close-after(9)
    MOVE endorse-count     TO close-after(10)
    MOVE interview-count   TO close-after(11)
    MOVE recruiter-count   TO close-after(12)
    MOVE event-reg-count   TO close-after(13)
    MOVE moderation-count  TO close-after(14)
    MOVE reference-count   TO close-after(15)
    MOVE mentor-count      TO close-after(16)
    MOVE mentorship-count  TO close-after(17).

WITHDRAW-CLOSED-MEMBER-POSTINGS.
    MOVE 1 TO close-scan-idx
    PERFORM UNTIL close-scan-idx > job-count
        IF job-owner-record(close-scan-idx) = close-user
            MOVE close-scan-idx TO job-selection
            MOVE "WITHDRAW-JOB-LISTING" TO current-action
            MOVE job-id-record(job-selection) TO audit-key
            MOVE job-id-record(job-selection) TO purge-job-id
            PERFORM WRITE-AUDIT-EVENT
            PERFORM ARCHIVE-RETIRED-POSTING
            PERFORM VARYING job-idx FROM job-selection BY 1 UNTIL job-idx >= job-count
                MOVE job-record(job-idx + 1) TO job-record(job-idx)
            END-PERFORM
            SUBTRACT 1 FROM job-count
            PERFORM REMOVE-APPLICATIONS-FOR-JOB
        ELSE
            ADD 1 TO close-scan-idx
        END-IF
    END-PERFORM.

PURGE-CLOSED-CONNECTIONS.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > connection-count
        IF conn-user1(close-scan-idx) NOT = close-user
           AND conn-user2(close-scan-idx) NOT = close-user
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE connection-record(close-scan-idx) TO connection-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO connection-count.

PURGE-CLOSED-REQUESTS.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > request-count
        IF req-sender(close-scan-idx) NOT = close-user
           AND req-receiver(close-scan-idx) NOT = close-user
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE request-record(close-scan-idx) TO request-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO request-count.

PURGE-CLOSED-MESSAGES.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > message-count
        IF msg-sender(close-scan-idx) NOT = close-user
           AND msg-receiver(close-scan-idx) NOT = close-user
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE message-record(close-scan-idx) TO message-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO message-count.

PURGE-CLOSED-ALERTS.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > alert-count
        IF alert-user(close-scan-idx) NOT = close-user
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE alert-record(close-scan-idx) TO alert-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO alert-count.

PURGE-CLOSED-BLOCKS.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > block-count
        IF blk-blocker(close-scan-idx) NOT = close-user
           AND blk-blocked(close-scan-idx) NOT = close-user
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE block-record(close-scan-idx) TO block-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO block-count.

PURGE-CLOSED-ENDORSEMENTS.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > endorse-count
        IF endo-endorser(close-scan-idx) NOT = close-user
           AND endo-member(close-scan-idx) NOT = close-user
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE endorse-record(close-scan-idx) TO endorse-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO endorse-count.

*> The member's own interviews go. Slots they offered as a recruiter
*> on a colleague's posting stay with the applicant and pass to the
*> posting owner; their own postings' interviews went with them.
PURGE-CLOSED-INTERVIEWS.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > interview-count
        IF ivw-applicant(close-scan-idx) NOT = close-user
            IF ivw-owner(close-scan-idx) = close-user
                PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
                    IF job-id-record(job-idx) = ivw-job-id(close-scan-idx)
                        MOVE job-owner-record(job-idx) TO ivw-owner(close-scan-idx)
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE interview-record(close-scan-idx) TO interview-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO interview-count.

PURGE-CLOSED-APPLICATIONS.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > application-count
        IF app-user-record(close-scan-idx) NOT = close-user
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE application-record(close-scan-idx) TO application-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO application-count.

PURGE-CLOSED-RECRUITER.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > recruiter-count
        IF rcr-user(close-scan-idx) NOT = close-user
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE recruiter-record(close-scan-idx) TO recruiter-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO recruiter-count.

*> A seat the closed member held is passed to the first member on
*> that event's waitlist, as if they had cancelled.
PURGE-CLOSED-EVENT-REGS.
    MOVE 1 TO close-scan-idx
    PERFORM UNTIL close-scan-idx > event-reg-count
        IF ereg-user(close-scan-idx) = close-user
            MOVE ereg-status(close-scan-idx) TO ereg-prior-status
            MOVE ereg-event-id(close-scan-idx) TO evt-lookup-id
            MOVE close-scan-idx TO ereg-match-idx
            PERFORM REMOVE-EVENT-REG-ENTRY
            IF ereg-prior-status = "R"
                PERFORM PROMOTE-EVENT-WAITLIST
            END-IF
        ELSE
            ADD 1 TO close-scan-idx
        END-IF
    END-PERFORM.

*> Open items on the closed member's own postings or messages go,
*> since what they point at has just been removed. Reports the member
*> filed against others stay open, and decided items stay on file as
*> the case history, as the placement archive does.
PURGE-CLOSED-MODERATION.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > moderation-count
        IF NOT (mod-open(close-scan-idx) AND mod-sender(close-scan-idx) = close-user)
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE mod-record(close-scan-idx) TO mod-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO moderation-count.

PURGE-CLOSED-REFERENCES.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > reference-count
        IF ref-writer(close-scan-idx) NOT = close-user
           AND ref-member(close-scan-idx) NOT = close-user
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE reference-record(close-scan-idx) TO reference-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO reference-count.

PURGE-CLOSED-MENTORS.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > mentor-count
        IF mnt-user(close-scan-idx) NOT = close-user
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE mentor-record(close-scan-idx) TO mentor-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO mentor-count.

PURGE-CLOSED-MENTORSHIPS.
    MOVE 0 TO close-keep-count
    PERFORM VARYING close-scan-idx FROM 1 BY 1 UNTIL close-scan-idx > mentorship-count
        IF msp-mentor(close-scan-idx) NOT = close-user
           AND msp-student(close-scan-idx) NOT = close-user
            ADD 1 TO close-keep-count
            IF close-keep-count NOT = close-scan-idx
                MOVE mentorship-record(close-scan-idx) TO mentorship-record(close-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE close-keep-count TO mentorship-count.

*> The roster tables and user-profiles are parallel, so both close
*> up together and the freed last slot is cleared for the next
*> signup.
REMOVE-CLOSED-ROSTER-SLOT.
    PERFORM VARYING idx FROM close-slot BY 1 UNTIL idx >= accountCount
        MOVE roster-user(idx + 1)   TO roster-user(idx)
        MOVE roster-pass(idx + 1)   TO roster-pass(idx)
        MOVE roster-fails(idx + 1)  TO roster-fails(idx)
        MOVE roster-lock(idx + 1)   TO roster-lock(idx)
        MOVE roster-oper(idx + 1)   TO roster-oper(idx)
        MOVE roster-susp(idx + 1)   TO roster-susp(idx)
        MOVE roster-hashed(idx + 1) TO roster-hashed(idx)
        MOVE roster-last-login(idx + 1)  TO roster-last-login(idx)
        MOVE roster-login-count(idx + 1) TO roster-login-count(idx)
        MOVE user-profile(idx + 1)  TO user-profile(idx)
    END-PERFORM
    MOVE SPACES TO roster-user(accountCount)
    MOVE SPACES TO roster-pass(accountCount)
    MOVE 0 TO roster-fails(accountCount)
    MOVE "N" TO roster-lock(accountCount)
    MOVE "N" TO roster-oper(accountCount)
    MOVE "N" TO roster-susp(accountCount)
    MOVE "N" TO roster-hashed(accountCount)
    MOVE 0 TO roster-last-login(accountCount)
    MOVE 0 TO roster-login-count(accountCount)
    MOVE ALL SPACES TO user-profile(accountCount)
    SUBTRACT 1 FROM accountCount.

*> Per-member confirmation of what the closure removed, one line per
*> data file, for the registrar's records.
WRITE-CLOSURE-CONFIRMATION.
    MOVE SPACES TO closure-file-name
    STRING "InCollege-Closure-" DELIMITED BY SIZE
           FUNCTION TRIM(close-user) DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO closure-file-name
    END-STRING
    OPEN OUTPUT CLOSURE-FILE
    IF closure-file-status NOT = "00"
        MOVE "Could not create the closure confirmation file." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE "=== Account Closure Confirmation ===" TO closure-line
    WRITE CLOSURE-REC FROM closure-line
    MOVE SPACES TO closure-line
    STRING "Member: " DELIMITED BY SIZE
           FUNCTION TRIM(close-user) DELIMITED BY SIZE
           INTO closure-line
    END-STRING
    WRITE CLOSURE-REC FROM closure-line
    MOVE run-date TO date-ymd-raw
    PERFORM FORMAT-YMD-DATE
    MOVE SPACES TO closure-line
    STRING "Closed on: " DELIMITED BY SIZE
           date-ymd-text DELIMITED BY SIZE
           INTO closure-line
    END-STRING
    WRITE CLOSURE-REC FROM closure-line
    MOVE SPACES TO closure-line
    STRING "Closed by: " DELIMITED BY SIZE
           FUNCTION TRIM(close-by) DELIMITED BY SIZE
           INTO closure-line
    END-STRING
    WRITE CLOSURE-REC FROM closure-line
    MOVE "Records removed:" TO closure-line
    WRITE CLOSURE-REC FROM closure-line
    PERFORM VARYING close-store-idx FROM 1 BY 1 UNTIL close-store-idx > 17
        COMPUTE close-removed-count =
            close-before(close-store-idx) - close-after(close-store-idx)
        MOVE SPACES TO closure-line
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(close-store-file(close-store-idx)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               close-removed-count DELIMITED BY SIZE
               " record(s) removed" DELIMITED BY SIZE
               INTO closure-line
        END-STRING
        WRITE CLOSURE-REC FROM closure-line
    END-PERFORM
    IF close-before(5) > close-after(5)
        MOVE "Withdrawn postings and their applications were recorded in InCollege-Archive.txt." TO closure-line
        WRITE CLOSURE-REC FROM closure-line
    END-IF
    CLOSE CLOSURE-FILE

    MOVE SPACES TO msgBuffer
    STRING "Closure confirmation written to " DELIMITED BY SIZE
           FUNCTION TRIM(closure-file-name) DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

RETIRE-JOB-POSTING.
    MOVE "Enter job ID to retire:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO job-selection
    PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
        IF job-id-record(job-idx) = FUNCTION NUMVAL(IN-REC)
            MOVE job-idx TO job-selection
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF job-selection = 0
        MOVE "No posting found with that job ID." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM RETIRE-SELECTED-POSTING
    MOVE "Posting retired." TO msgBuffer
    PERFORM DISPLAY-MSG.

*> Archives and removes the posting at job-selection along with its
*> applications; shared by the console and the moderation queue.
RETIRE-SELECTED-POSTING.
    MOVE job-id-record(job-selection) TO audit-key
    MOVE job-id-record(job-selection) TO purge-job-id
    PERFORM WRITE-AUDIT-EVENT
    PERFORM ARCHIVE-RETIRED-POSTING
    PERFORM VARYING job-idx FROM job-selection BY 1 UNTIL job-idx >= job-count
        MOVE job-record(job-idx + 1) TO job-record(job-idx)
    END-PERFORM
    SUBTRACT 1 FROM job-count
    PERFORM SAVE-JOBS
    PERFORM REMOVE-APPLICATIONS-FOR-JOB
    PERFORM WRITE-CHECKPOINT.

ADD-COMPANY-TO-MASTER.
    MOVE "Enter company name:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO company-lookup-name
    IF FUNCTION TRIM(company-lookup-name) = SPACES
        MOVE "Error: Company name is required." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-COMPANY-BY-NAME
    IF company-match-idx > 0
        MOVE "That company is already on the master." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    IF company-count >= 200
        MOVE "Company master is full." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter industry:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO trimmed-input

    ADD 1 TO company-count
    ADD 1 TO next-company-id
    MOVE next-company-id TO comp-id-record(company-count)
    MOVE company-lookup-name TO comp-name-record(company-count)
    MOVE trimmed-input TO comp-industry-record(company-count)

    MOVE "Enter location:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        MOVE SPACES TO comp-location-record(company-count)
    ELSE
        MOVE FUNCTION TRIM(IN-REC) TO comp-location-record(company-count)
    END-IF

    PERFORM SAVE-COMPANIES
    MOVE comp-name-record(company-count) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE "Company added to the master." TO msgBuffer
    PERFORM DISPLAY-MSG.

*> Registers a member as a recruiter for one company on the master.
*> A member already registered is moved to the company given.
REGISTER-RECRUITER.
    MOVE "Enter username to register as a recruiter:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-OPERATOR-TARGET
    IF oper-target-idx = 0
        EXIT PARAGRAPH
    END-IF
    IF company-count = 0
        MOVE "The company master is empty. Add the company first." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    PERFORM DISPLAY-COMPANY-MASTER-LIST
    MOVE "Enter the company ID:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO company-lookup-id
    PERFORM FIND-COMPANY-BY-ID
    IF company-match-idx = 0
        MOVE "No company found with that ID." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE roster-user(oper-target-idx) TO rcr-lookup-user
    PERFORM FIND-RECRUITER-COMPANY
    IF rcr-match-idx = 0
        IF recruiter-count >= 200
            MOVE "Recruiter list is full." TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO recruiter-count
        MOVE recruiter-count TO rcr-match-idx
        MOVE rcr-lookup-user TO rcr-user(rcr-match-idx)
    END-IF
    MOVE comp-id-record(company-match-idx) TO rcr-comp-id(rcr-match-idx)
    PERFORM SAVE-RECRUITERS
    MOVE SPACES TO audit-key
    STRING FUNCTION TRIM(rcr-lookup-user) DELIMITED BY SIZE
           " company=" DELIMITED BY SIZE
           comp-id-record(company-match-idx) DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE SPACES TO msgBuffer
    STRING FUNCTION TRIM(rcr-lookup-user) DELIMITED BY SIZE
           " is now a recruiter for " DELIMITED BY SIZE
           FUNCTION TRIM(comp-name-record(company-match-idx)) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

*> Lists each company's recruiters with the postings each one owns,
*> and how many of the company's postings are held by someone who no
*> longer recruits for it, then offers the hand-over and removal
*> actions.
LIST-RECRUITERS-BY-COMPANY.
    MOVE "--- Recruiters by Company ---" TO msgBuffer
    PERFORM DISPLAY-MSG

    MOVE 0 TO pending-count
    PERFORM VARYING company-idx FROM 1 BY 1 UNTIL company-idx > company-count
        MOVE "N" TO foundFlag
        MOVE 0 TO rcr-orphan-count
        PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(job-employer-record(job-idx))) =
               FUNCTION UPPER-CASE(FUNCTION TRIM(comp-name-record(company-idx)))
                MOVE "N" TO recon-found-flag
                PERFORM VARYING rcr-scan-idx FROM 1 BY 1
                    UNTIL rcr-scan-idx > recruiter-count
                    IF rcr-user(rcr-scan-idx) = job-owner-record(job-idx)
                       AND rcr-comp-id(rcr-scan-idx) = comp-id-record(company-idx)
                        MOVE "Y" TO recon-found-flag
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF recon-found-flag = "N"
                    ADD 1 TO rcr-orphan-count
                END-IF
            END-IF
        END-PERFORM

        PERFORM VARYING rcr-idx FROM 1 BY 1 UNTIL rcr-idx > recruiter-count
            IF rcr-comp-id(rcr-idx) = comp-id-record(company-idx)
                IF foundFlag = "N"
                    PERFORM SHOW-RECRUITER-COMPANY-HEADER
                END-IF
                MOVE 0 TO rcr-posting-count
                PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
                    IF job-owner-record(job-idx) = rcr-user(rcr-idx)
                        ADD 1 TO rcr-posting-count
                    END-IF
                END-PERFORM
                MOVE SPACES TO msgBuffer
                STRING "  - " DELIMITED BY SIZE
                       FUNCTION TRIM(rcr-user(rcr-idx)) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       rcr-posting-count DELIMITED BY SIZE
                       " posting(s))" DELIMITED BY SIZE
                       INTO msgBuffer
                END-STRING
                PERFORM DISPLAY-MSG
                ADD 1 TO pending-count
            END-IF
        END-PERFORM

        IF rcr-orphan-count > 0
            IF foundFlag = "N"
                PERFORM SHOW-RECRUITER-COMPANY-HEADER
            END-IF
            MOVE SPACES TO msgBuffer
            STRING "  Postings held by a non-recruiter: " DELIMITED BY SIZE
                   rcr-orphan-count DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
            PERFORM DISPLAY-MSG
        END-IF
    END-PERFORM

    IF pending-count = 0
        MOVE "No recruiters are registered yet." TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF
    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG

    MOVE "1. Reassign Postings to Another Recruiter" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "2. Remove a Recruiter" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "3. Back" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Enter your choice:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO subChoice
    EVALUATE subChoice
        WHEN 1
            PERFORM REASSIGN-RECRUITER-POSTINGS
        WHEN 2
            PERFORM REMOVE-RECRUITER
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

SHOW-RECRUITER-COMPANY-HEADER.
    MOVE SPACES TO msgBuffer
    STRING FUNCTION TRIM(comp-name-record(company-idx)) DELIMITED BY SIZE
           " (ID " DELIMITED BY SIZE
           comp-id-record(company-idx) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG
    MOVE "Y" TO foundFlag.

*> Hands every posting the departing username owns under the new
*> recruiter's company to that recruiter, along with the interview
*> offers made on those postings, so applicants keep their place.
REASSIGN-RECRUITER-POSTINGS.
    MOVE "Enter the username whose postings are being handed over:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO rcr-from-user
    MOVE "Enter the recruiter taking them over:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-OPERATOR-TARGET
    IF oper-target-idx = 0
        EXIT PARAGRAPH
    END-IF
    MOVE roster-user(oper-target-idx) TO rcr-lookup-user
    IF rcr-lookup-user = rcr-from-user
        MOVE "Choose a different recruiter to take the postings over." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-RECRUITER-COMPANY
    IF rcr-company-idx = 0
        MOVE "That member is not a registered recruiter." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO rcr-moved-count
    PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
        IF job-owner-record(job-idx) = rcr-from-user
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(job-employer-record(job-idx))) =
               FUNCTION UPPER-CASE(FUNCTION TRIM(comp-name-record(rcr-company-idx)))
            MOVE rcr-lookup-user TO job-owner-record(job-idx)
            ADD 1 TO rcr-moved-count
            PERFORM VARYING ivw-idx FROM 1 BY 1 UNTIL ivw-idx > interview-count
                IF ivw-job-id(ivw-idx) = job-id-record(job-idx)
                   AND ivw-owner(ivw-idx) = rcr-from-user
                    MOVE rcr-lookup-user TO ivw-owner(ivw-idx)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    IF rcr-moved-count = 0
        MOVE "That username owns no postings for the recruiter's company." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    PERFORM SAVE-JOBS
    PERFORM SAVE-INTERVIEWS
    MOVE "REASSIGN-POSTINGS" TO current-action
    MOVE SPACES TO audit-key
    STRING FUNCTION TRIM(rcr-from-user) DELIMITED BY SIZE
           ">" DELIMITED BY SIZE
           FUNCTION TRIM(rcr-lookup-user) DELIMITED BY SIZE
           " postings=" DELIMITED BY SIZE
           rcr-moved-count DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE SPACES TO msgBuffer
    STRING rcr-moved-count DELIMITED BY SIZE
           " posting(s) reassigned to " DELIMITED BY SIZE
           FUNCTION TRIM(rcr-lookup-user) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

*> Drops a recruiter registration. Postings already owned stay with
*> the member until the operator reassigns them.
REMOVE-RECRUITER.
    MOVE "Enter the recruiter username to remove:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO rcr-lookup-user
    PERFORM FIND-RECRUITER-COMPANY
    IF rcr-match-idx = 0
        MOVE "That member is not a registered recruiter." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING rcr-idx FROM rcr-match-idx BY 1 UNTIL rcr-idx >= recruiter-count
        MOVE recruiter-record(rcr-idx + 1) TO recruiter-record(rcr-idx)
    END-PERFORM
    SUBTRACT 1 FROM recruiter-count
    PERFORM SAVE-RECRUITERS
    MOVE "REMOVE-RECRUITER" TO current-action
    MOVE rcr-lookup-user TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE "Recruiter removed. Their postings stay with them until reassigned." TO msgBuffer
    PERFORM DISPLAY-MSG.

*> Lists every pair of accounts whose profiles share first name, last
*> name and university (ignoring case and spacing) to
*> InCollege-Duplicates.txt, and on screen as well when dup-show-flag
*> is set. Profiles with no name filled in are not compared.
WRITE-DUPLICATE-REPORT.
    OPEN OUTPUT DUPLICATES-FILE
    MOVE "=== Duplicate Member Report ===" TO dup-line
    PERFORM WRITE-DUPLICATE-LINE
    MOVE run-date TO date-ymd-raw
    PERFORM FORMAT-YMD-DATE
    MOVE SPACES TO dup-line
    STRING "Run date: " DELIMITED BY SIZE
           date-ymd-text DELIMITED BY SIZE
           INTO dup-line
    END-STRING
    PERFORM WRITE-DUPLICATE-LINE

    MOVE 0 TO dup-pair-count
    PERFORM VARYING dup-outer-idx FROM 1 BY 1 UNTIL dup-outer-idx > accountCount
        IF first-name(dup-outer-idx) NOT = SPACES
           AND last-name(dup-outer-idx) NOT = SPACES
            COMPUTE dup-inner-idx = dup-outer-idx + 1
            PERFORM VARYING dup-inner-idx FROM dup-inner-idx BY 1
                UNTIL dup-inner-idx > accountCount
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(first-name(dup-outer-idx))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(first-name(dup-inner-idx)))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(last-name(dup-outer-idx))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(last-name(dup-inner-idx)))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(university(dup-outer-idx))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(university(dup-inner-idx)))
                    ADD 1 TO dup-pair-count
                    MOVE SPACES TO dup-line
                    STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(roster-user(dup-outer-idx)) DELIMITED BY SIZE
                           " and " DELIMITED BY SIZE
                           FUNCTION TRIM(roster-user(dup-inner-idx)) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(first-name(dup-outer-idx)) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(last-name(dup-outer-idx)) DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           FUNCTION TRIM(university(dup-outer-idx)) DELIMITED BY SIZE
                           INTO dup-line
                    END-STRING
                    PERFORM WRITE-DUPLICATE-LINE
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    MOVE SPACES TO dup-line
    STRING "Possible duplicate pair(s): " DELIMITED BY SIZE
           dup-pair-count DELIMITED BY SIZE
           INTO dup-line
    END-STRING
    PERFORM WRITE-DUPLICATE-LINE
    CLOSE DUPLICATES-FILE.

WRITE-DUPLICATE-LINE.
    WRITE DUPLICATE-REC FROM dup-line
    IF dup-show-flag = "Y"
        MOVE dup-line TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF.

*> Operator merge of two accounts belonging to the same member. The
*> surviving account keeps its own profile and password; everything
*> the retired account took part in is moved across, and the retired
*> account is then closed the normal way, which writes its closure
*> confirmation.
MERGE-ACCOUNTS.
    MOVE "--- Merge Accounts ---" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Enter the username to retire:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-OPERATOR-TARGET
    IF oper-target-idx = 0
        EXIT PARAGRAPH
    END-IF
    IF roster-oper(oper-target-idx) = "Y"
        MOVE "Operator accounts cannot be retired by a merge." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE roster-user(oper-target-idx) TO merge-from-user

    MOVE "Enter the username to keep:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-OPERATOR-TARGET
    IF oper-target-idx = 0
        EXIT PARAGRAPH
    END-IF
    MOVE roster-user(oper-target-idx) TO merge-to-user
    IF merge-to-user = merge-from-user
        MOVE "Choose two different accounts to merge." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO msgBuffer
    STRING "Move everything from " DELIMITED BY SIZE
           FUNCTION TRIM(merge-from-user) DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           FUNCTION TRIM(merge-to-user) DELIMITED BY SIZE
           " and close " DELIMITED BY SIZE
           FUNCTION TRIM(merge-from-user) DELIMITED BY SIZE
           "? (Y/N)" DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    IF IN-REC NOT = "Y" AND IN-REC NOT = "y"
        MOVE "Merge cancelled." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE "MERGE-ACCOUNTS" TO current-action
    MOVE SPACES TO audit-key
    STRING FUNCTION TRIM(merge-from-user) DELIMITED BY SIZE
           ">" DELIMITED BY SIZE
           FUNCTION TRIM(merge-to-user) DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT

    PERFORM VARYING close-store-idx FROM 1 BY 1 UNTIL close-store-idx > 17
        MOVE 0 TO merge-moved(close-store-idx)
        MOVE 0 TO merge-dropped(close-store-idx)
    END-PERFORM
    PERFORM MERGE-CONNECTIONS
    PERFORM MERGE-REQUESTS
    PERFORM MERGE-POSTINGS
    PERFORM MERGE-APPLICATIONS
    PERFORM MERGE-MESSAGES
    PERFORM MERGE-ALERTS
    PERFORM MERGE-BLOCKS
    PERFORM MERGE-ENDORSEMENTS
    PERFORM MERGE-INTERVIEWS
    PERFORM MERGE-RECRUITER
    PERFORM MERGE-EVENT-REGS
    PERFORM MERGE-EVENT-CREATOR
    PERFORM MERGE-MODERATION
    PERFORM MERGE-REFERENCES
    PERFORM MERGE-MENTORS
    PERFORM MERGE-MENTORSHIPS

    *> One audit line per store that changed, in the form
    *> "<file> moved=nnnn dropped=nnnn".
    MOVE "MERGE-STORE-COUNT" TO current-action
    PERFORM VARYING close-store-idx FROM 3 BY 1 UNTIL close-store-idx > 17
        IF merge-moved(close-store-idx) > 0
           OR merge-dropped(close-store-idx) > 0
            MOVE SPACES TO audit-key
            STRING FUNCTION TRIM(close-store-file(close-store-idx)) DELIMITED BY SIZE
                   " moved=" DELIMITED BY SIZE
                   merge-moved(close-store-idx) DELIMITED BY SIZE
                   " dropped=" DELIMITED BY SIZE
                   merge-dropped(close-store-idx) DELIMITED BY SIZE
                   INTO audit-key
            END-STRING
            PERFORM WRITE-AUDIT-EVENT
        END-IF
    END-PERFORM

    PERFORM VARYING merge-from-slot FROM 1 BY 1 UNTIL merge-from-slot > accountCount
        IF roster-user(merge-from-slot) = merge-from-user
            EXIT PERFORM
        END-IF
    END-PERFORM
    *> The surviving account keeps the later last sign-in and the
    *> sign-ins of both.
    PERFORM VARYING merge-to-slot FROM 1 BY 1 UNTIL merge-to-slot > accountCount
        IF roster-user(merge-to-slot) = merge-to-user
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF roster-last-login(merge-from-slot) > roster-last-login(merge-to-slot)
        MOVE roster-last-login(merge-from-slot) TO roster-last-login(merge-to-slot)
    END-IF
    IF roster-login-count(merge-to-slot) + roster-login-count(merge-from-slot) > 99999
        MOVE 99999 TO roster-login-count(merge-to-slot)
    ELSE
        ADD roster-login-count(merge-from-slot) TO roster-login-count(merge-to-slot)
    END-IF
    MOVE merge-from-slot TO close-slot
    MOVE roster-user(loggedInUser) TO close-by
    PERFORM CLOSE-MEMBER-ACCOUNT
    MOVE "MERGE-ACCOUNTS" TO current-action
    PERFORM WRITE-CHECKPOINT

    MOVE SPACES TO msgBuffer
    STRING FUNCTION TRIM(merge-from-user) DELIMITED BY SIZE
           " was merged into " DELIMITED BY SIZE
           FUNCTION TRIM(merge-to-user) DELIMITED BY SIZE
           " and closed." DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG.

*> A connection that becomes a self-connection, or repeats a pair the
*> surviving member already has (in either order), is dropped; an
*> accepted duplicate upgrades a pending one it replaces.
MERGE-CONNECTIONS.
    MOVE 0 TO merge-keep-count
    PERFORM VARYING merge-scan-idx FROM 1 BY 1 UNTIL merge-scan-idx > connection-count
        MOVE "N" TO merge-row-flag
        IF conn-user1(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO conn-user1(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF conn-user2(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO conn-user2(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        MOVE "N" TO merge-dup-flag
        IF conn-user1(merge-scan-idx) = conn-user2(merge-scan-idx)
            MOVE "Y" TO merge-dup-flag
        ELSE
            PERFORM VARYING merge-check-idx FROM 1 BY 1
                UNTIL merge-check-idx > merge-keep-count
                IF (conn-user1(merge-check-idx) = conn-user1(merge-scan-idx)
                    AND conn-user2(merge-check-idx) = conn-user2(merge-scan-idx))
                   OR (conn-user1(merge-check-idx) = conn-user2(merge-scan-idx)
                    AND conn-user2(merge-check-idx) = conn-user1(merge-scan-idx))
                    MOVE "Y" TO merge-dup-flag
                    IF conn-accepted(merge-scan-idx)
                        MOVE "A" TO conn-status(merge-check-idx)
                    END-IF
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
        IF merge-dup-flag = "Y"
            ADD 1 TO merge-dropped(3)
        ELSE
            IF merge-row-flag = "Y"
                ADD 1 TO merge-moved(3)
            END-IF
            ADD 1 TO merge-keep-count
            IF merge-keep-count NOT = merge-scan-idx
                MOVE connection-record(merge-scan-idx) TO connection-record(merge-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE merge-keep-count TO connection-count.

*> Requests follow the same rule, and a request between two members
*> who are now connected is dropped as well.
MERGE-REQUESTS.
    MOVE 0 TO merge-keep-count
    PERFORM VARYING merge-scan-idx FROM 1 BY 1 UNTIL merge-scan-idx > request-count
        MOVE "N" TO merge-row-flag
        IF req-sender(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO req-sender(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF req-receiver(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO req-receiver(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        MOVE "N" TO merge-dup-flag
        IF req-sender(merge-scan-idx) = req-receiver(merge-scan-idx)
            MOVE "Y" TO merge-dup-flag
        END-IF
        IF merge-dup-flag = "N"
            PERFORM VARYING merge-check-idx FROM 1 BY 1
                UNTIL merge-check-idx > merge-keep-count
                IF (req-sender(merge-check-idx) = req-sender(merge-scan-idx)
                    AND req-receiver(merge-check-idx) = req-receiver(merge-scan-idx))
                   OR (req-sender(merge-check-idx) = req-receiver(merge-scan-idx)
                    AND req-receiver(merge-check-idx) = req-sender(merge-scan-idx))
                    MOVE "Y" TO merge-dup-flag
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
        IF merge-dup-flag = "N"
            PERFORM VARYING merge-check-idx FROM 1 BY 1
                UNTIL merge-check-idx > connection-count
                IF (conn-user1(merge-check-idx) = req-sender(merge-scan-idx)
                    AND conn-user2(merge-check-idx) = req-receiver(merge-scan-idx))
                   OR (conn-user1(merge-check-idx) = req-receiver(merge-scan-idx)
                    AND conn-user2(merge-check-idx) = req-sender(merge-scan-idx))
                    MOVE "Y" TO merge-dup-flag
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
        IF merge-dup-flag = "Y"
            ADD 1 TO merge-dropped(4)
        ELSE
            IF merge-row-flag = "Y"
                ADD 1 TO merge-moved(4)
            END-IF
            ADD 1 TO merge-keep-count
            IF merge-keep-count NOT = merge-scan-idx
                MOVE request-record(merge-scan-idx) TO request-record(merge-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE merge-keep-count TO request-count.

MERGE-POSTINGS.
    PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
        IF job-owner-record(job-idx) = merge-from-user
            MOVE merge-to-user TO job-owner-record(job-idx)
            ADD 1 TO merge-moved(5)
        END-IF
    END-PERFORM.

*> Where both accounts applied to the same posting, the surviving
*> member's own application is the one kept.
MERGE-APPLICATIONS.
    MOVE 0 TO merge-keep-count
    PERFORM VARYING merge-scan-idx FROM 1 BY 1 UNTIL merge-scan-idx > application-count
        MOVE "N" TO merge-dup-flag
        IF app-user-record(merge-scan-idx) = merge-from-user
            PERFORM VARYING merge-check-idx FROM 1 BY 1
                UNTIL merge-check-idx > application-count
                IF app-user-record(merge-check-idx) = merge-to-user
                   AND app-job-id-record(merge-check-idx) > 0
                   AND app-job-id-record(merge-check-idx) =
                       app-job-id-record(merge-scan-idx)
                    MOVE "Y" TO merge-dup-flag
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF merge-dup-flag = "N"
                MOVE merge-to-user TO app-user-record(merge-scan-idx)
                ADD 1 TO merge-moved(6)
            END-IF
        END-IF
        IF merge-dup-flag = "Y"
            ADD 1 TO merge-dropped(6)
        ELSE
            ADD 1 TO merge-keep-count
            IF merge-keep-count NOT = merge-scan-idx
                MOVE application-record(merge-scan-idx) TO application-record(merge-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE merge-keep-count TO application-count.

MERGE-MESSAGES.
    PERFORM VARYING msg-idx FROM 1 BY 1 UNTIL msg-idx > message-count
        MOVE "N" TO merge-row-flag
        IF msg-sender(msg-idx) = merge-from-user
            MOVE merge-to-user TO msg-sender(msg-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF msg-receiver(msg-idx) = merge-from-user
            MOVE merge-to-user TO msg-receiver(msg-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF merge-row-flag = "Y"
            ADD 1 TO merge-moved(7)
        END-IF
    END-PERFORM.

*> A saved search the surviving member already has is dropped.
MERGE-ALERTS.
    MOVE 0 TO merge-keep-count
    PERFORM VARYING merge-scan-idx FROM 1 BY 1 UNTIL merge-scan-idx > alert-count
        MOVE "N" TO merge-dup-flag
        IF alert-user(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO alert-user(merge-scan-idx)
            PERFORM VARYING merge-check-idx FROM 1 BY 1
                UNTIL merge-check-idx > merge-keep-count
                IF alert-user(merge-check-idx) = merge-to-user
                   AND alert-kind(merge-check-idx) = alert-kind(merge-scan-idx)
                   AND alert-text(merge-check-idx) = alert-text(merge-scan-idx)
                    MOVE "Y" TO merge-dup-flag
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF merge-dup-flag = "N"
                ADD 1 TO merge-moved(8)
            END-IF
        END-IF
        IF merge-dup-flag = "Y"
            ADD 1 TO merge-dropped(8)
        ELSE
            ADD 1 TO merge-keep-count
            IF merge-keep-count NOT = merge-scan-idx
                MOVE alert-record(merge-scan-idx) TO alert-record(merge-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE merge-keep-count TO alert-count.

MERGE-BLOCKS.
    MOVE 0 TO merge-keep-count
    PERFORM VARYING merge-scan-idx FROM 1 BY 1 UNTIL merge-scan-idx > block-count
        MOVE "N" TO merge-row-flag
        IF blk-blocker(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO blk-blocker(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF blk-blocked(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO blk-blocked(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        MOVE "N" TO merge-dup-flag
        IF blk-blocker(merge-scan-idx) = blk-blocked(merge-scan-idx)
            MOVE "Y" TO merge-dup-flag
        ELSE
            PERFORM VARYING merge-check-idx FROM 1 BY 1
                UNTIL merge-check-idx > merge-keep-count
                IF blk-blocker(merge-check-idx) = blk-blocker(merge-scan-idx)
                   AND blk-blocked(merge-check-idx) = blk-blocked(merge-scan-idx)
                    MOVE "Y" TO merge-dup-flag
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
        IF merge-dup-flag = "Y"
            ADD 1 TO merge-dropped(9)
        ELSE
            IF merge-row-flag = "Y"
                ADD 1 TO merge-moved(9)
            END-IF
            ADD 1 TO merge-keep-count
            IF merge-keep-count NOT = merge-scan-idx
                MOVE block-record(merge-scan-idx) TO block-record(merge-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE merge-keep-count TO block-count.

*> Self-endorsements and repeats of an endorsement already held are
*> dropped.
MERGE-ENDORSEMENTS.
    MOVE 0 TO merge-keep-count
    PERFORM VARYING merge-scan-idx FROM 1 BY 1 UNTIL merge-scan-idx > endorse-count
        MOVE "N" TO merge-row-flag
        IF endo-endorser(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO endo-endorser(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF endo-member(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO endo-member(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        MOVE "N" TO merge-dup-flag
        IF endo-endorser(merge-scan-idx) = endo-member(merge-scan-idx)
            MOVE "Y" TO merge-dup-flag
        ELSE
            PERFORM VARYING merge-check-idx FROM 1 BY 1
                UNTIL merge-check-idx > merge-keep-count
                IF endorse-record(merge-check-idx) = endorse-record(merge-scan-idx)
                    MOVE "Y" TO merge-dup-flag
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
        IF merge-dup-flag = "Y"
            ADD 1 TO merge-dropped(10)
        ELSE
            IF merge-row-flag = "Y"
                ADD 1 TO merge-moved(10)
            END-IF
            ADD 1 TO merge-keep-count
            IF merge-keep-count NOT = merge-scan-idx
                MOVE endorse-record(merge-scan-idx) TO endorse-record(merge-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE merge-keep-count TO endorse-count.

*> Interview slots follow the applicant and the offering recruiter; a
*> second set of slots for the same applicant and posting is dropped.
MERGE-INTERVIEWS.
    MOVE 0 TO merge-keep-count
    PERFORM VARYING merge-scan-idx FROM 1 BY 1 UNTIL merge-scan-idx > interview-count
        MOVE "N" TO merge-row-flag
        IF ivw-applicant(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO ivw-applicant(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF ivw-owner(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO ivw-owner(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        MOVE "N" TO merge-dup-flag
        PERFORM VARYING merge-check-idx FROM 1 BY 1
            UNTIL merge-check-idx > merge-keep-count
            IF ivw-job-id(merge-check-idx) = ivw-job-id(merge-scan-idx)
               AND ivw-applicant(merge-check-idx) = ivw-applicant(merge-scan-idx)
                MOVE "Y" TO merge-dup-flag
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF merge-dup-flag = "Y"
            ADD 1 TO merge-dropped(11)
        ELSE
            IF merge-row-flag = "Y"
                ADD 1 TO merge-moved(11)
            END-IF
            ADD 1 TO merge-keep-count
            IF merge-keep-count NOT = merge-scan-idx
                MOVE interview-record(merge-scan-idx) TO interview-record(merge-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE merge-keep-count TO interview-count.

*> The retired account's recruiter registration passes to the
*> surviving account unless it already has one of its own.
MERGE-RECRUITER.
    MOVE merge-to-user TO rcr-lookup-user
    PERFORM FIND-RECRUITER-COMPANY
    MOVE rcr-match-idx TO merge-check-idx
    MOVE merge-from-user TO rcr-lookup-user
    PERFORM FIND-RECRUITER-COMPANY
    IF rcr-match-idx = 0
        EXIT PARAGRAPH
    END-IF
    IF merge-check-idx = 0
        MOVE merge-to-user TO rcr-user(rcr-match-idx)
        ADD 1 TO merge-moved(12)
    ELSE
        PERFORM VARYING rcr-idx FROM rcr-match-idx BY 1 UNTIL rcr-idx >= recruiter-count
            MOVE recruiter-record(rcr-idx + 1) TO recruiter-record(rcr-idx)
        END-PERFORM
        SUBTRACT 1 FROM recruiter-count
        ADD 1 TO merge-dropped(12)
    END-IF.

*> Where both accounts signed up for the same event the earlier row
*> is kept, holding a seat if either of them had one. When both held
*> a seat, the one given up goes to that event's waitlist.
MERGE-EVENT-REGS.
    MOVE 0 TO merge-keep-count
    MOVE 0 TO merge-freed-count
    PERFORM VARYING merge-scan-idx FROM 1 BY 1 UNTIL merge-scan-idx > event-reg-count
        MOVE "N" TO merge-dup-flag
        IF ereg-user(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO ereg-user(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        ELSE
            MOVE "N" TO merge-row-flag
        END-IF
        PERFORM VARYING merge-check-idx FROM 1 BY 1
            UNTIL merge-check-idx > merge-keep-count
            IF ereg-event-id(merge-check-idx) = ereg-event-id(merge-scan-idx)
               AND ereg-user(merge-check-idx) = ereg-user(merge-scan-idx)
                MOVE "Y" TO merge-dup-flag
                IF ereg-registered(merge-scan-idx)
                    IF ereg-registered(merge-check-idx)
                       AND merge-freed-count < 200
                        ADD 1 TO merge-freed-count
                        MOVE ereg-event-id(merge-scan-idx)
                            TO merge-freed-event(merge-freed-count)
                    END-IF
                    MOVE "R" TO ereg-status(merge-check-idx)
                END-IF
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF merge-dup-flag = "Y"
            ADD 1 TO merge-dropped(13)
        ELSE
            IF merge-row-flag = "Y"
                ADD 1 TO merge-moved(13)
            END-IF
            ADD 1 TO merge-keep-count
            IF merge-keep-count NOT = merge-scan-idx
                MOVE event-reg-record(merge-scan-idx) TO event-reg-record(merge-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE merge-keep-count TO event-reg-count
    PERFORM VARYING merge-freed-idx FROM 1 BY 1
        UNTIL merge-freed-idx > merge-freed-count
        MOVE merge-freed-event(merge-freed-idx) TO evt-lookup-id
        PERFORM PROMOTE-EVENT-WAITLIST
    END-PERFORM.

*> Moderation items follow whichever side of them the retired account
*> was on, so open items stay with the member they concern.
MERGE-MODERATION.
    PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > moderation-count
        MOVE "N" TO merge-row-flag
        IF mod-reporter(mod-idx) = merge-from-user
            MOVE merge-to-user TO mod-reporter(mod-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF mod-sender(mod-idx) = merge-from-user
            MOVE merge-to-user TO mod-sender(mod-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF mod-receiver(mod-idx) = merge-from-user
            MOVE merge-to-user TO mod-receiver(mod-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF merge-row-flag = "Y"
            ADD 1 TO merge-moved(14)
        END-IF
    END-PERFORM.

*> A recommendation that becomes one the member wrote for themselves
*> is dropped, as is a second one from the same writer to the same
*> member; the one kept is whichever comes first in the file.
MERGE-REFERENCES.
    MOVE 0 TO merge-keep-count
    PERFORM VARYING merge-scan-idx FROM 1 BY 1 UNTIL merge-scan-idx > reference-count
        MOVE "N" TO merge-row-flag
        IF ref-writer(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO ref-writer(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF ref-member(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO ref-member(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        MOVE "N" TO merge-dup-flag
        IF ref-writer(merge-scan-idx) = ref-member(merge-scan-idx)
            MOVE "Y" TO merge-dup-flag
        ELSE
            PERFORM VARYING merge-check-idx FROM 1 BY 1
                UNTIL merge-check-idx > merge-keep-count
                IF ref-writer(merge-check-idx) = ref-writer(merge-scan-idx)
                   AND ref-member(merge-check-idx) = ref-member(merge-scan-idx)
                    MOVE "Y" TO merge-dup-flag
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
        IF merge-dup-flag = "Y"
            ADD 1 TO merge-dropped(15)
        ELSE
            IF merge-row-flag = "Y"
                ADD 1 TO merge-moved(15)
            END-IF
            ADD 1 TO merge-keep-count
            IF merge-keep-count NOT = merge-scan-idx
                MOVE reference-record(merge-scan-idx) TO reference-record(merge-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE merge-keep-count TO reference-count.

*> When both accounts were listed as mentors the first listing is
*> kept, unless only the later one is active.
MERGE-MENTORS.
    MOVE 0 TO merge-keep-count
    PERFORM VARYING merge-scan-idx FROM 1 BY 1 UNTIL merge-scan-idx > mentor-count
        MOVE "N" TO merge-row-flag
        IF mnt-user(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO mnt-user(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        MOVE "N" TO merge-dup-flag
        PERFORM VARYING merge-check-idx FROM 1 BY 1
            UNTIL merge-check-idx > merge-keep-count
            IF mnt-user(merge-check-idx) = mnt-user(merge-scan-idx)
                MOVE "Y" TO merge-dup-flag
                IF mnt-active(merge-scan-idx)
                   AND NOT mnt-active(merge-check-idx)
                    MOVE mentor-record(merge-scan-idx) TO mentor-record(merge-check-idx)
                END-IF
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF merge-dup-flag = "Y"
            ADD 1 TO merge-dropped(16)
        ELSE
            IF merge-row-flag = "Y"
                ADD 1 TO merge-moved(16)
            END-IF
            ADD 1 TO merge-keep-count
            IF merge-keep-count NOT = merge-scan-idx
                MOVE mentor-record(merge-scan-idx) TO mentor-record(merge-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE merge-keep-count TO mentor-count.

*> A mentorship that becomes one with the member themselves is
*> dropped. Of two rows for the same pair, an active one wins over a
*> request and a waiting request over a declined one.
MERGE-MENTORSHIPS.
    MOVE 0 TO merge-keep-count
    PERFORM VARYING merge-scan-idx FROM 1 BY 1 UNTIL merge-scan-idx > mentorship-count
        MOVE "N" TO merge-row-flag
        IF msp-mentor(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO msp-mentor(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        IF msp-student(merge-scan-idx) = merge-from-user
            MOVE merge-to-user TO msp-student(merge-scan-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
        MOVE "N" TO merge-dup-flag
        IF msp-mentor(merge-scan-idx) = msp-student(merge-scan-idx)
            MOVE "Y" TO merge-dup-flag
        ELSE
            PERFORM VARYING merge-check-idx FROM 1 BY 1
                UNTIL merge-check-idx > merge-keep-count
                IF msp-mentor(merge-check-idx) = msp-mentor(merge-scan-idx)
                   AND msp-student(merge-check-idx) = msp-student(merge-scan-idx)
                    MOVE "Y" TO merge-dup-flag
                    IF (msp-active(merge-scan-idx)
                        AND NOT msp-active(merge-check-idx))
                       OR (msp-pending(merge-scan-idx)
                        AND msp-declined(merge-check-idx))
                        MOVE mentorship-record(merge-scan-idx)
                            TO mentorship-record(merge-check-idx)
                    END-IF
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
        IF merge-dup-flag = "Y"
            ADD 1 TO merge-dropped(17)
        ELSE
            IF merge-row-flag = "Y"
                ADD 1 TO merge-moved(17)
            END-IF
            ADD 1 TO merge-keep-count
            IF merge-keep-count NOT = merge-scan-idx
                MOVE mentorship-record(merge-scan-idx) TO mentorship-record(merge-keep-count)
            END-IF
        END-IF
    END-PERFORM
    MOVE merge-keep-count TO mentorship-count.

*> Events are kept when their creator's account closes, so the
*> surviving account simply takes over the ones the retired account
*> set up.
MERGE-EVENT-CREATOR.
    MOVE "N" TO merge-row-flag
    PERFORM VARYING evt-idx FROM 1 BY 1 UNTIL evt-idx > event-count
        IF evt-creator(evt-idx) = merge-from-user
            MOVE merge-to-user TO evt-creator(evt-idx)
            MOVE "Y" TO merge-row-flag
        END-IF
    END-PERFORM
    IF merge-row-flag = "Y"
        PERFORM SAVE-EVENTS
    END-IF.

*> Looks for any prohibited term in ws-haystack, which the caller has
*> upper-cased. The first term found is left in mod-hit-term; spaces
*> means the text is clean.
SCREEN-TEXT-FOR-TERMS.
    MOVE SPACES TO mod-hit-term
    IF ws-haystack = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ptrm-idx FROM 1 BY 1 UNTIL ptrm-idx > ptrm-count
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ptrm-text(ptrm-idx))) TO ws-search-name
        PERFORM CHECK-CONTAINS
        IF ws-contains-flag = "Y"
            MOVE ptrm-text(ptrm-idx) TO mod-hit-term
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Screens the posting fields as entered (job-title through
*> job-salary), stopping at the first field that trips the list.
SCREEN-POSTING-TEXT.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(job-title)) TO ws-haystack
    PERFORM SCREEN-TEXT-FOR-TERMS
    IF mod-hit-term = SPACES
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(job-desc)) TO ws-haystack
        PERFORM SCREEN-TEXT-FOR-TERMS
    END-IF
    IF mod-hit-term = SPACES
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(job-location)) TO ws-haystack
        PERFORM SCREEN-TEXT-FOR-TERMS
    END-IF
    IF mod-hit-term = SPACES
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(job-salary)) TO ws-haystack
        PERFORM SCREEN-TEXT-FOR-TERMS
    END-IF.

*> mod-held-flag is "Y" while the posting at job-idx is on hold from
*> screening and the operator has not yet worked the item.
CHECK-POSTING-HELD.
    MOVE "N" TO mod-held-flag
    PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > moderation-count
        IF mod-open(mod-idx) AND mod-screened(mod-idx) AND mod-posting(mod-idx)
           AND mod-job-id-rec(mod-idx) = job-id-record(job-idx)
            MOVE "Y" TO mod-held-flag
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Makes sure one more item fits on the queue, dropping the oldest
*> decided item when the table is full. mod-room-flag is "N" when
*> every item on file is still open.
MAKE-MODERATION-ROOM.
    MOVE "Y" TO mod-room-flag
    IF moderation-count < 2000
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO mod-match-idx
    PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > moderation-count
        IF NOT mod-open(mod-idx)
            MOVE mod-idx TO mod-match-idx
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF mod-match-idx = 0
        MOVE "N" TO mod-room-flag
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING mod-idx FROM mod-match-idx BY 1 UNTIL mod-idx >= moderation-count
        MOVE mod-record(mod-idx + 1) TO mod-record(mod-idx)
    END-PERFORM
    SUBTRACT 1 FROM moderation-count.

*> Appends mod-new-entry as a new open item. The caller has already
*> made room with MAKE-MODERATION-ROOM.
ADD-MODERATION-ENTRY.
    ADD 1 TO next-mod-id
    MOVE next-mod-id TO mod-new-id
    MOVE "O" TO mod-new-status
    MOVE run-date TO mod-new-date
    MOVE SPACES TO mod-new-decided-by
    MOVE 0 TO mod-new-decided-date
    ADD 1 TO moderation-count
    MOVE mod-new-entry TO mod-record(moderation-count)
    PERFORM SAVE-MODERATION.

*> Queues the posting at job-idx, which tripped mod-hit-term. The
*> caller's current-action is put back afterwards.
HOLD-SCREENED-POSTING.
    INITIALIZE mod-new-entry
    MOVE "P" TO mod-new-kind
    MOVE "S" TO mod-new-source
    MOVE job-owner-record(job-idx) TO mod-new-sender
    MOVE job-id-record(job-idx) TO mod-new-job-id
    STRING "Prohibited term: " DELIMITED BY SIZE
           FUNCTION TRIM(mod-hit-term) DELIMITED BY SIZE
           INTO mod-new-reason
    END-STRING
    MOVE job-title-record(job-idx) TO mod-new-text
    PERFORM ADD-MODERATION-ENTRY

    MOVE current-action TO mod-saved-action
    MOVE "MODERATION-HOLD" TO current-action
    MOVE SPACES TO audit-key
    STRING "posting=" DELIMITED BY SIZE
           job-id-record(job-idx) DELIMITED BY SIZE
           " term=" DELIMITED BY SIZE
           FUNCTION TRIM(mod-hit-term) DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE mod-saved-action TO current-action.

*> Queues the message just stored at message-count, which tripped
*> mod-hit-term and was stored with its read flag set to held.
HOLD-SCREENED-MESSAGE.
    INITIALIZE mod-new-entry
    MOVE "M" TO mod-new-kind
    MOVE "S" TO mod-new-source
    MOVE msg-sender(message-count) TO mod-new-sender
    MOVE msg-receiver(message-count) TO mod-new-receiver
    STRING "Prohibited term: " DELIMITED BY SIZE
           FUNCTION TRIM(mod-hit-term) DELIMITED BY SIZE
           INTO mod-new-reason
    END-STRING
    MOVE msg-body(message-count) TO mod-new-text
    PERFORM ADD-MODERATION-ENTRY

    MOVE current-action TO mod-saved-action
    MOVE "MODERATION-HOLD" TO current-action
    MOVE SPACES TO audit-key
    STRING "message " DELIMITED BY SIZE
           FUNCTION TRIM(msg-sender(message-count)) DELIMITED BY SIZE
           ">" DELIMITED BY SIZE
           FUNCTION TRIM(msg-receiver(message-count)) DELIMITED BY SIZE
           " term=" DELIMITED BY SIZE
           FUNCTION TRIM(mod-hit-term) DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    MOVE mod-saved-action TO current-action.

*> "Report this" on a listing. One open report per member per listing
*> is enough; a second one is acknowledged but not queued again.
REPORT-JOB-POSTING.
    PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > moderation-count
        IF mod-open(mod-idx) AND mod-reported(mod-idx) AND mod-posting(mod-idx)
           AND mod-job-id-rec(mod-idx) = job-id-record(job-selection)
           AND mod-reporter(mod-idx) = roster-user(loggedInUser)
            MOVE "You have already reported this listing. The operator will review it." TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    MOVE "Briefly say why you are reporting this listing:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF

    INITIALIZE mod-new-entry
    MOVE "P" TO mod-new-kind
    MOVE "R" TO mod-new-source
    MOVE roster-user(loggedInUser) TO mod-new-reporter
    MOVE job-owner-record(job-selection) TO mod-new-sender
    MOVE job-id-record(job-selection) TO mod-new-job-id
    MOVE FUNCTION TRIM(IN-REC) TO mod-new-reason
    IF mod-new-reason = SPACES
        MOVE "No reason given" TO mod-new-reason
    END-IF
    MOVE job-title-record(job-selection) TO mod-new-text
    PERFORM MAKE-MODERATION-ROOM
    IF mod-room-flag = "N"
        MOVE "Reports cannot be taken right now. Please try again later." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM ADD-MODERATION-ENTRY

    MOVE "REPORT-POSTING" TO current-action
    MOVE job-id-record(job-selection) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE "Thank you. The listing has been sent to the operator for review." TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "----------------------------------" TO msgBuffer
    PERFORM DISPLAY-MSG.

*> "Report this" on the inbox. mod-pick-table maps the numbers shown
*> in VIEW-INBOX back to message slots.
OFFER-MESSAGE-REPORT.
    MOVE "Enter a message number to report it, or 0 to continue:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO mod-choice
    IF mod-choice = 0 OR mod-choice > mod-pick-count
        EXIT PARAGRAPH
    END-IF
    MOVE mod-pick-table(mod-choice) TO msg-idx

    PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > moderation-count
        IF mod-open(mod-idx) AND mod-reported(mod-idx) AND mod-message(mod-idx)
           AND mod-reporter(mod-idx) = roster-user(loggedInUser)
           AND mod-sender(mod-idx) = msg-sender(msg-idx)
           AND mod-text(mod-idx) = msg-body(msg-idx)
            MOVE "You have already reported this message. The operator will review it." TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    MOVE "Briefly say why you are reporting this message:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF

    INITIALIZE mod-new-entry
    MOVE "M" TO mod-new-kind
    MOVE "R" TO mod-new-source
    MOVE roster-user(loggedInUser) TO mod-new-reporter
    MOVE msg-sender(msg-idx) TO mod-new-sender
    MOVE msg-receiver(msg-idx) TO mod-new-receiver
    MOVE FUNCTION TRIM(IN-REC) TO mod-new-reason
    IF mod-new-reason = SPACES
        MOVE "No reason given" TO mod-new-reason
    END-IF
    MOVE msg-body(msg-idx) TO mod-new-text
    PERFORM MAKE-MODERATION-ROOM
    IF mod-room-flag = "N"
        MOVE "Reports cannot be taken right now. Please try again later." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM ADD-MODERATION-ENTRY

    MOVE "REPORT-MESSAGE" TO current-action
    MOVE msg-sender(msg-idx) TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE "Thank you. The message has been sent to the operator for review." TO msgBuffer
    PERFORM DISPLAY-MSG.

*> Operator console: works the open items oldest first. Each item can
*> be dismissed, have its posting retired, or have its sender
*> suspended; leaving it open returns to the list.
MODERATION-QUEUE.
    MOVE "N" TO modQueueDoneFlag
    PERFORM UNTIL modQueueDoneFlag = "Y"
        MOVE "--- Moderation Queue ---" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE 0 TO mod-pick-count
        PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > moderation-count
            IF mod-open(mod-idx)
                ADD 1 TO mod-pick-count
                MOVE mod-idx TO mod-pick-table(mod-pick-count)
                MOVE mod-idx TO mod-match-idx
                PERFORM SET-MODERATION-KIND-TEXT
                MOVE mod-date(mod-idx) TO date-ymd-raw
                PERFORM FORMAT-YMD-DATE
                MOVE SPACES TO msgBuffer
                STRING mod-pick-count DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(mod-kind-text) DELIMITED BY SIZE
                       " from " DELIMITED BY SIZE
                       FUNCTION TRIM(mod-sender(mod-idx)) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       date-ymd-text DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO msgBuffer
                END-STRING
                PERFORM DISPLAY-MSG
            END-IF
        END-PERFORM
        IF mod-pick-count = 0
            MOVE "The moderation queue is empty." TO msgBuffer
            PERFORM DISPLAY-MSG
            MOVE "----------------------------------" TO msgBuffer
            PERFORM DISPLAY-MSG
            MOVE "Y" TO modQueueDoneFlag
            EXIT PERFORM
        END-IF

        MOVE "Enter the number of an item to review, or 0 to go back:" TO msgBuffer
        PERFORM DISPLAY-MSG
        PERFORM READ-INPUT-SAFELY
        IF EOF-INPUT-FILE = "Y"
            MOVE "Y" TO modQueueDoneFlag
            EXIT PERFORM
        END-IF
        MOVE FUNCTION NUMVAL(IN-REC) TO mod-choice
        EVALUATE TRUE
            WHEN mod-choice = 0
                MOVE "Y" TO modQueueDoneFlag
            WHEN mod-choice > mod-pick-count
                MOVE "Invalid choice." TO msgBuffer
                PERFORM DISPLAY-MSG
            WHEN OTHER
                MOVE mod-pick-table(mod-choice) TO mod-match-idx
                PERFORM REVIEW-MODERATION-ITEM
        END-EVALUATE
    END-PERFORM.

SET-MODERATION-KIND-TEXT.
    EVALUATE TRUE
        WHEN mod-posting(mod-match-idx) AND mod-screened(mod-match-idx)
            MOVE "Held posting" TO mod-kind-text
        WHEN mod-posting(mod-match-idx)
            MOVE "Reported posting" TO mod-kind-text
        WHEN mod-screened(mod-match-idx)
            MOVE "Held message" TO mod-kind-text
        WHEN OTHER
            MOVE "Reported message" TO mod-kind-text
    END-EVALUATE.

REVIEW-MODERATION-ITEM.
    PERFORM SET-MODERATION-KIND-TEXT
    MOVE SPACES TO msgBuffer
    STRING "Item " DELIMITED BY SIZE
           mod-id(mod-match-idx) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(mod-kind-text) DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG
    IF mod-posting(mod-match-idx)
        MOVE SPACES TO msgBuffer
        STRING "Job ID: " DELIMITED BY SIZE
               mod-job-id-rec(mod-match-idx) DELIMITED BY SIZE
               "  Posted by: " DELIMITED BY SIZE
               FUNCTION TRIM(mod-sender(mod-match-idx)) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
        MOVE SPACES TO msgBuffer
        STRING "Title: " DELIMITED BY SIZE
               FUNCTION TRIM(mod-text(mod-match-idx)) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
    ELSE
        MOVE SPACES TO msgBuffer
        STRING "From: " DELIMITED BY SIZE
               FUNCTION TRIM(mod-sender(mod-match-idx)) DELIMITED BY SIZE
               "  To: " DELIMITED BY SIZE
               FUNCTION TRIM(mod-receiver(mod-match-idx)) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
        MOVE SPACES TO msgBuffer
        STRING "Message: " DELIMITED BY SIZE
               FUNCTION TRIM(mod-text(mod-match-idx)) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
    END-IF
    MOVE SPACES TO msgBuffer
    STRING "Reason: " DELIMITED BY SIZE
           FUNCTION TRIM(mod-reason(mod-match-idx)) DELIMITED BY SIZE
           INTO msgBuffer
    END-STRING
    PERFORM DISPLAY-MSG
    IF mod-reported(mod-match-idx)
        MOVE SPACES TO msgBuffer
        STRING "Reported by: " DELIMITED BY SIZE
               FUNCTION TRIM(mod-reporter(mod-match-idx)) DELIMITED BY SIZE
               INTO msgBuffer
        END-STRING
        PERFORM DISPLAY-MSG
    END-IF

    MOVE "1. Dismiss" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "2. Retire the Posting" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "3. Suspend the Sender" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "4. Leave Open" TO msgBuffer
    PERFORM DISPLAY-MSG
    MOVE "Enter your choice:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO subChoice

    EVALUATE subChoice
        WHEN 1
            PERFORM DISMISS-MODERATION-ITEM
        WHEN 2
            IF mod-posting(mod-match-idx)
                PERFORM RETIRE-MODERATED-POSTING
            ELSE
                MOVE "Only a posting can be retired." TO msgBuffer
                PERFORM DISPLAY-MSG
            END-IF
        WHEN 3
            PERFORM SUSPEND-MODERATED-SENDER
        WHEN 4
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice." TO msgBuffer
            PERFORM DISPLAY-MSG
    END-EVALUATE.

*> Dismissing a held message delivers it; dismissing a held posting
*> lets it into browsing. A dismissed report changes nothing else.
DISMISS-MODERATION-ITEM.
    IF mod-message(mod-match-idx) AND mod-screened(mod-match-idx)
        PERFORM FIND-HELD-MESSAGE
        IF msg-idx > 0
            SET msg-unread(msg-idx) TO TRUE
            PERFORM SAVE-MESSAGES
        END-IF
    END-IF
    MOVE "MODERATION-DISMISS" TO current-action
    MOVE "D" TO mod-decision
    PERFORM RECORD-MODERATION-DECISION
    EVALUATE TRUE
        WHEN mod-message(mod-match-idx) AND mod-screened(mod-match-idx)
            MOVE "Item dismissed. The message has been delivered." TO msgBuffer
        WHEN mod-posting(mod-match-idx) AND mod-screened(mod-match-idx)
            MOVE "Item dismissed. The posting is now visible to members." TO msgBuffer
        WHEN OTHER
            MOVE "Item dismissed." TO msgBuffer
    END-EVALUATE
    PERFORM DISPLAY-MSG.

*> Retires the posting the same way console option 3 does, then
*> closes every open item on that posting with the same decision.
RETIRE-MODERATED-POSTING.
    MOVE mod-job-id-rec(mod-match-idx) TO mod-job-id
    MOVE 0 TO job-selection
    PERFORM VARYING job-idx FROM 1 BY 1 UNTIL job-idx > job-count
        IF job-id-record(job-idx) = mod-job-id
            MOVE job-idx TO job-selection
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF job-selection = 0
        MOVE "That posting is no longer listed." TO msgBuffer
        PERFORM DISPLAY-MSG
    ELSE
        MOVE "RETIRE-POSTING" TO current-action
        PERFORM RETIRE-SELECTED-POSTING
        MOVE "Posting retired." TO msgBuffer
        PERFORM DISPLAY-MSG
    END-IF

    MOVE "MODERATION-RETIRE" TO current-action
    MOVE "R" TO mod-decision
    PERFORM VARYING mod-scan-idx FROM 1 BY 1 UNTIL mod-scan-idx > moderation-count
        IF mod-open(mod-scan-idx) AND mod-posting(mod-scan-idx)
           AND mod-job-id-rec(mod-scan-idx) = mod-job-id
            MOVE mod-scan-idx TO mod-match-idx
            PERFORM RECORD-MODERATION-DECISION
        END-IF
    END-PERFORM.

*> Suspends the sender as console option 1 does. A held message from
*> them is discarded rather than delivered; their postings drop out
*> of browsing with the suspension.
SUSPEND-MODERATED-SENDER.
    MOVE 0 TO oper-target-idx
    PERFORM VARYING recon-idx FROM 1 BY 1 UNTIL recon-idx > accountCount
        IF roster-user(recon-idx) = mod-sender(mod-match-idx)
            MOVE recon-idx TO oper-target-idx
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF oper-target-idx = 0
        MOVE "The sender no longer has an account. Dismiss the item instead." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    IF roster-oper(oper-target-idx) = "Y"
        MOVE "Operator accounts cannot be suspended." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    IF roster-susp(oper-target-idx) NOT = "Y"
        MOVE "Y" TO roster-susp(oper-target-idx)
        PERFORM SAVE-ACCOUNTS
        MOVE "SUSPEND-ACCOUNT" TO current-action
        MOVE roster-user(oper-target-idx) TO audit-key
        PERFORM WRITE-AUDIT-EVENT
    END-IF
    IF mod-message(mod-match-idx) AND mod-screened(mod-match-idx)
        PERFORM FIND-HELD-MESSAGE
        IF msg-idx > 0
            PERFORM VARYING msg-idx FROM msg-idx BY 1 UNTIL msg-idx >= message-count
                MOVE message-record(msg-idx + 1) TO message-record(msg-idx)
            END-PERFORM
            SUBTRACT 1 FROM message-count
            PERFORM SAVE-MESSAGES
        END-IF
    END-IF
    MOVE "MODERATION-SUSPEND" TO current-action
    MOVE "S" TO mod-decision
    PERFORM RECORD-MODERATION-DECISION
    MOVE "Account suspended. Their postings are hidden from browsing." TO msgBuffer
    PERFORM DISPLAY-MSG.

*> Finds the held message behind item mod-match-idx; msg-idx is 0
*> when it is no longer on file.
FIND-HELD-MESSAGE.
    PERFORM VARYING msg-idx FROM 1 BY 1 UNTIL msg-idx > message-count
        IF msg-held(msg-idx)
           AND msg-sender(msg-idx) = mod-sender(mod-match-idx)
           AND msg-receiver(msg-idx) = mod-receiver(mod-match-idx)
           AND msg-body(msg-idx) = mod-text(mod-match-idx)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF msg-idx > message-count
        MOVE 0 TO msg-idx
    END-IF.

*> Closes item mod-match-idx with mod-decision and writes the
*> decision to the audit trail under current-action.
RECORD-MODERATION-DECISION.
    MOVE mod-decision TO mod-status(mod-match-idx)
    MOVE roster-user(loggedInUser) TO mod-decided-by(mod-match-idx)
    MOVE run-date TO mod-decided-date(mod-match-idx)
    PERFORM SAVE-MODERATION
    MOVE SPACES TO audit-key
    STRING "item=" DELIMITED BY SIZE
           mod-id(mod-match-idx) DELIMITED BY SIZE
           " sender=" DELIMITED BY SIZE
           FUNCTION TRIM(mod-sender(mod-match-idx)) DELIMITED BY SIZE
           INTO audit-key
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT.

*> Operator upkeep of the prohibited-terms list. Terms match anywhere
*> in the text, ignoring case.
MAINTAIN-PROHIBITED-TERMS.
    MOVE "N" TO termMenuDoneFlag
    PERFORM UNTIL termMenuDoneFlag = "Y"
        MOVE "--- Prohibited Terms ---" TO msgBuffer
        PERFORM DISPLAY-MSG
        IF ptrm-count = 0
            MOVE "No prohibited terms are on file." TO msgBuffer
            PERFORM DISPLAY-MSG
        END-IF
        PERFORM VARYING ptrm-idx FROM 1 BY 1 UNTIL ptrm-idx > ptrm-count
            MOVE SPACES TO msgBuffer
            STRING "  " DELIMITED BY SIZE
                   ptrm-idx DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(ptrm-text(ptrm-idx)) DELIMITED BY SIZE
                   INTO msgBuffer
            END-STRING
            PERFORM DISPLAY-MSG
        END-PERFORM
        MOVE "1. Add a Term" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "2. Remove a Term" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "3. Go Back" TO msgBuffer
        PERFORM DISPLAY-MSG
        MOVE "Enter your choice:" TO msgBuffer
        PERFORM DISPLAY-MSG

        PERFORM READ-INPUT-SAFELY
        IF EOF-INPUT-FILE = "Y"
            MOVE "Y" TO termMenuDoneFlag
        ELSE
            MOVE FUNCTION NUMVAL(IN-REC) TO subChoice
            EVALUATE subChoice
                WHEN 1
                    PERFORM ADD-PROHIBITED-TERM
                WHEN 2
                    PERFORM REMOVE-PROHIBITED-TERM
                WHEN 3
                    MOVE "Y" TO termMenuDoneFlag
                WHEN OTHER
                    MOVE "Invalid choice." TO msgBuffer
                    PERFORM DISPLAY-MSG
        END-IF
    END-PERFORM.

ADD-PROHIBITED-TERM.
    MOVE "Enter the term to add (max 30 chars):" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(IN-REC) TO ptrm-entry
    IF ptrm-entry = SPACES
        MOVE "No term entered." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ptrm-idx FROM 1 BY 1 UNTIL ptrm-idx > ptrm-count
        IF FUNCTION UPPER-CASE(ptrm-text(ptrm-idx)) = FUNCTION UPPER-CASE(ptrm-entry)
            MOVE "That term is already on the list." TO msgBuffer
            PERFORM DISPLAY-MSG
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF ptrm-count >= 200
        MOVE "The term list is full. Remove a term first." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ptrm-count
    MOVE ptrm-entry TO ptrm-text(ptrm-count)
    PERFORM SAVE-TERMS
    MOVE "TERM-ADD" TO current-action
    MOVE ptrm-entry TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE "Term added." TO msgBuffer
    PERFORM DISPLAY-MSG.

REMOVE-PROHIBITED-TERM.
    IF ptrm-count = 0
        MOVE "There are no terms to remove." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE "Enter the number of the term to remove, or 0 to cancel:" TO msgBuffer
    PERFORM DISPLAY-MSG
    PERFORM READ-INPUT-SAFELY
    IF EOF-INPUT-FILE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(IN-REC) TO ptrm-match-idx
    IF ptrm-match-idx = 0 OR ptrm-match-idx > ptrm-count
        MOVE "No term removed." TO msgBuffer
        PERFORM DISPLAY-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE ptrm-text(ptrm-match-idx) TO ptrm-entry
    PERFORM VARYING ptrm-idx FROM ptrm-match-idx BY 1 UNTIL ptrm-idx >= ptrm-count
        MOVE ptrm-record(ptrm-idx + 1) TO ptrm-record(ptrm-idx)
    END-PERFORM
    SUBTRACT 1 FROM ptrm-count
    PERFORM SAVE-TERMS
    MOVE "TERM-REMOVE" TO current-action
    MOVE ptrm-entry TO audit-key
    PERFORM WRITE-AUDIT-EVENT
    PERFORM WRITE-CHECKPOINT
    MOVE "Term removed." TO msgBuffer
    PERFORM DISPLAY-MSG.

*> Reloads every store from the last complete backup generation and

    MOVE restore-slot TO backup-name-slot
    PERFORM VARYING backup-store-idx FROM 1 BY 1
        UNTIL backup-store-idx > 20
        MOVE backup-store-entry(backup-store-idx) TO backup-store-name
        PERFORM RESTORE-ONE-STORE
    END-PERFORM
    PERFORM SAVE-ENDORSEMENTS
    PERFORM SAVE-INTERVIEWS
    PERFORM SAVE-COMPANIES
    PERFORM SAVE-RECRUITERS
    PERFORM SAVE-EVENTS
    PERFORM SAVE-EVENT-REGS
    PERFORM SAVE-TERMS
    PERFORM SAVE-MODERATION
    PERFORM SAVE-REFERENCES
    PERFORM SAVE-MENTORS
    PERFORM SAVE-MENTORSHIPS

    MOVE SPACES TO audit-key
    STRING "generation=" DELIMITED BY SIZE
                MOVE acc-bk-oper   TO roster-oper(backup-load-count)
                MOVE acc-bk-susp   TO roster-susp(backup-load-count)
                MOVE acc-bk-hashed TO roster-hashed(backup-load-count)
                IF acc-bk-last-login IS NUMERIC
                    MOVE acc-bk-last-login TO roster-last-login(backup-load-count)
                ELSE
                    MOVE run-date TO roster-last-login(backup-load-count)
                END-IF
                IF acc-bk-logins IS NUMERIC
                    MOVE acc-bk-logins TO roster-login-count(backup-load-count)
                ELSE
                    MOVE 0 TO roster-login-count(backup-load-count)
                END-IF
            END-IF
        WHEN 2
            MOVE backup-line TO prof-backup-rec
                ADD 1 TO backup-load-count
                MOVE backup-line TO company-record(backup-load-count)
            END-IF
        WHEN 13
            IF backup-load-count < 200
                ADD 1 TO backup-load-count
                MOVE backup-line TO recruiter-record(backup-load-count)
            END-IF
        WHEN 14
            IF backup-load-count < 200
                ADD 1 TO backup-load-count
                MOVE backup-line TO event-record(backup-load-count)
            END-IF
        WHEN 15
            IF backup-load-count < 2000
                ADD 1 TO backup-load-count
                MOVE backup-line TO event-reg-record(backup-load-count)
            END-IF
        WHEN 16
            IF backup-load-count < 200
                ADD 1 TO backup-load-count
                MOVE backup-line TO ptrm-record(backup-load-count)
            END-IF
        WHEN 17
            IF backup-load-count < 2000
                ADD 1 TO backup-load-count
                MOVE backup-line TO mod-record(backup-load-count)
            END-IF
        WHEN 18
            IF backup-load-count < 200
                ADD 1 TO backup-load-count
                MOVE backup-line TO reference-record(backup-load-count)
            END-IF
        WHEN 19
            IF backup-load-count < 200
                ADD 1 TO backup-load-count
                MOVE backup-line TO mentor-record(backup-load-count)
            END-IF
        WHEN 20
            IF backup-load-count < 200
                ADD 1 TO backup-load-count
                MOVE backup-line TO mentorship-record(backup-load-count)
            END-IF
    END-EVALUATE.

*> The issued-ID high-water marks only ever move up, even when a
                IF job-id-record(job-idx) > next-job-id
                    MOVE job-id-record(job-idx) TO next-job-id
                END-IF
                PERFORM NORMALIZE-JOB-PAY
            END-PERFORM
        WHEN 6
            MOVE backup-load-count TO application-count
                    MOVE comp-id-record(company-idx) TO next-company-id
                END-IF
            END-PERFORM
        WHEN 13
            MOVE backup-load-count TO recruiter-count
        WHEN 14
            MOVE backup-load-count TO event-count
            PERFORM VARYING evt-idx FROM 1 BY 1 UNTIL evt-idx > event-count
                IF evt-id(evt-idx) > next-event-id
                    MOVE evt-id(evt-idx) TO next-event-id
                END-IF
            END-PERFORM
        WHEN 15
            MOVE backup-load-count TO event-reg-count
        WHEN 16
            MOVE backup-load-count TO ptrm-count
        WHEN 17
            MOVE backup-load-count TO moderation-count
            PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > moderation-count
                IF mod-id(mod-idx) > next-mod-id
                    MOVE mod-id(mod-idx) TO next-mod-id
                END-IF
            END-PERFORM
        WHEN 18
            MOVE backup-load-count TO reference-count
        WHEN 19
            MOVE backup-load-count TO mentor-count
        WHEN 20
            MOVE backup-load-count TO mentorship-count
    END-EVALUATE.

*> Builds the per-employer, per-term placement history from the
