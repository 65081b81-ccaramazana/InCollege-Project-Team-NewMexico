               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-JOB-REL-KEY
               FILE STATUS IS JOBS-FILE-STATUS.
      *> Keyed by job number + applicant so a poster's applicant
      *> list is one START per posting, and one status change is one
      *> REWRITE. The alternate key pulls a student's own
      *> applications the same way.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APP-FILE-STATUS.
           SELECT JOB-COUNTER-FILE ASSIGN TO "job-counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT APPLICANT-NOTES-FILE ASSIGN TO "applicant-notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-FILE-STATUS.
           SELECT JOBS-HISTORY-IN-FILE ASSIGN
               TO DYNAMIC JOBS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-HIST-IN-STATUS.
           SELECT SAVED-JOBS-FILE ASSIGN TO "saved-jobs.txt"
               ASSIGN TO "moderation-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODERATION-QUEUE-STATUS.
           SELECT RESUME-BOOK-OPTINS-FILE
               ASSIGN TO "resume-book-optins.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUME-BOOK-OPTINS-STATUS.
           SELECT RESUME-BOOK-RELEASES-FILE
               ASSIGN TO "resume-book-releases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUME-BOOK-RELEASES-STATUS.
           SELECT APPLICANT-PACKET-FILE
               ASSIGN TO DYNAMIC PACKET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICANT-PACKET-STATUS.
           SELECT APPLICANT-PACKETS-LOG-FILE
               ASSIGN TO "applicant-packets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICANT-PACKETS-LOG-STATUS.
           SELECT SALARY-BENCHMARKS-FILE
               ASSIGN TO "salary-benchmarks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALARY-BENCHMARKS-STATUS.
           SELECT CAMPAIGNS-FILE ASSIGN TO "campaigns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPAIGNS-STATUS.
           SELECT CAMPAIGN-RECIPIENTS-FILE
               ASSIGN TO "campaign-recipients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPAIGN-RECIPIENTS-STATUS.
           SELECT EEO-SELFID-FILE ASSIGN TO "eeo-selfid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EEO-SELFID-STATUS.
           SELECT WORK-AUTH-FILE ASSIGN TO "work-auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-AUTH-STATUS.
           SELECT EMPLOYER-TERMS-FILE ASSIGN TO "employer-terms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYER-TERMS-STATUS.
           SELECT TERMS-ACCEPTANCES-FILE
               ASSIGN TO "employer-terms-acceptances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMS-ACCEPTANCES-STATUS.
           SELECT ACADEMIC-CALENDAR-FILE
               ASSIGN TO "academic-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACAD-CAL-STATUS.
           SELECT OFFICE-CLOSURES-FILE ASSIGN TO "office-closures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFICE-CLOSURES-STATUS.
           SELECT CLOSURE-CANCELS-FILE
               ASSIGN TO "closure-cancellations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSURE-CANCELS-STATUS.
           SELECT ACCOMMODATIONS-FILE ASSIGN TO "accommodations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOMMODATIONS-STATUS.
           SELECT MILESTONES-FILE ASSIGN TO "milestones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MILESTONES-STATUS.
           SELECT STUDENT-MILESTONES-FILE
               ASSIGN TO "student-milestones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-MILESTONES-STATUS.
           SELECT CASELOAD-RULES-FILE ASSIGN TO "caseload-rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASELOAD-RULES-STATUS.
           SELECT CASELOADS-FILE ASSIGN TO "caseloads.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASELOADS-STATUS.
           SELECT SESSION-NOTES-FILE ASSIGN TO "advising-notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-NOTES-STATUS.
           SELECT FOLLOW-UPS-FILE ASSIGN TO "follow-up-tasks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FOLLOW-UPS-STATUS.
           SELECT EMPLOYER-CONTACTS-FILE
               ASSIGN TO "employer-contacts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYER-CONTACTS-STATUS.
           SELECT RELATIONSHIP-OWNERS-FILE
               ASSIGN TO "relationship-owners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATIONSHIP-OWNERS-STATUS.
           SELECT STATUS-HISTORY-FILE ASSIGN TO "status-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORY-STATUS.
           SELECT UNDELIVERABLE-FILE
               ASSIGN TO "undeliverable-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNDELIVERABLE-STATUS.
           SELECT ENROLLMENT-STATUS-FILE
               ASSIGN TO "enrollment-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLLMENT-STATUS-STATUS.
           SELECT PORTFOLIO-FILE ASSIGN TO "portfolio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PORTFOLIO-STATUS.
           SELECT TALENT-OPTINS-FILE ASSIGN TO "talent-optins.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TALENT-OPTINS-STATUS.
           SELECT JOB-INVITES-FILE ASSIGN TO "job-invites.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-INVITES-STATUS.
           SELECT INTERVIEW-ROOMS-FILE ASSIGN TO "interview-rooms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERVIEW-ROOMS-STATUS.
           SELECT SWEEP-HOLDS-FILE ASSIGN TO "sweep-holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEP-HOLDS-STATUS.
           SELECT CLOSING-WORDING-FILE ASSIGN TO "closing-wording.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSING-WORDING-STATUS.
           SELECT COMPANY-SUSPENSIONS-FILE
               ASSIGN TO "company-suspensions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-SUSPENSIONS-STATUS.
           SELECT SYSTEM-PARAMETERS-FILE
               ASSIGN TO "system-parameters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSTEM-PARAMETERS-STATUS.
           SELECT JOB-OPENINGS-FILE ASSIGN TO "job-openings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-OPENINGS-STATUS.
           SELECT SCREENING-QUESTIONS-FILE
               ASSIGN TO "screening-questions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREENING-QUESTIONS-STATUS.
           SELECT SCREENING-ANSWERS-FILE
               ASSIGN TO "screening-answers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREENING-ANSWERS-STATUS.
           SELECT SITE-EVALS-FILE ASSIGN TO "site-evals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITE-EVALS-STATUS.
           SELECT SITE-EVAL-ROLLUPS-FILE
               ASSIGN TO "site-eval-rollups.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITE-EVAL-ROLLUPS-STATUS.
           SELECT FAIR-SETUP-FILE ASSIGN TO "fair-setup.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAIR-SETUP-STATUS.
           SELECT FAIR-REGS-FILE ASSIGN TO "fair-registrations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAIR-REGS-STATUS.
           SELECT CONTACTS-FILE ASSIGN TO "contacts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACTS-STATUS.
           SELECT CONTACT-SPOOL-FILE
               ASSIGN TO DYNAMIC CONTACT-SPOOL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-SPOOL-STATUS.

       DATA DIVISION.

           05 JOB-REVIEW-STATUS PIC X(01).
           05 JOB-DECLINE-REASON PIC X(80).
           05 JOB-CLOSED-DATE   PIC 9(08).
           05 JOB-WORK-AUTH     PIC X(01).

       FD  APPLICATIONS-FILE.
       01  APPLICATIONS-RECORD.
           05 APP-KEY.
               10 APP-JOB-ID    PIC 9(06).
               10 APP-USERNAME  PIC X(20).
           05 APP-JOB-TITLE     PIC X(80).
           05 APP-JOB-EMPLOYER  PIC X(80).
           05 APP-JOB-LOCATION  PIC X(80).
           05 APP-STATUS        PIC X(20).
           05 APP-COVER-NOTE    PIC X(200).
           05 APP-RESUME-FILE   PIC X(40).

           05 INT-SLOT-DATE PIC 9(08).
           05 INT-SLOT-TIME PIC X(05).
           05 INT-STATUS    PIC X(10).
           05 INT-ROOM      PIC X(10).

       FD  PLACEMENTS-FILE.
       01  PLACEMENTS-RECORD.
           05 HIST-JOB-REVIEW-STATUS PIC X(01).
           05 HIST-JOB-DECLINE-REASON PIC X(80).
           05 HIST-JOB-CLOSED-DATE   PIC 9(08).
           05 HIST-JOB-WORK-AUTH     PIC X(01).

       FD  SAVED-JOBS-FILE.
       01  SAVED-JOBS-RECORD.
           05 MODQ-DATE   PIC 9(08).
           05 MODQ-STATUS PIC X(10).

      *> A student's standing consent to appear in employer resume
      *> books. ResumeBookJob only ever includes rows marked 'Y'.
       FD  RESUME-BOOK-OPTINS-FILE.
       01  RESUME-BOOK-OPTINS-RECORD.
           05 RBO-USERNAME PIC X(20).
           05 RBO-OPT-IN   PIC X(01).
           05 RBO-DATE     PIC 9(08).

      *> One row per student per book ResumeBookJob sent out - the
      *> answer to "who got my resume?".
       FD  RESUME-BOOK-RELEASES-FILE.
       01  RESUME-BOOK-RELEASES-RECORD.
           05 RBR-USERNAME  PIC X(20).
           05 RBR-EMPLOYER  PIC X(80).
           05 RBR-BOOK-FILE PIC X(40).
           05 RBR-DATE      PIC 9(08).

      *> The per-posting packet built at close, named for the job
      *> number and closing date.
       FD  APPLICANT-PACKET-FILE.
       01  APPLICANT-PACKET-RECORD PIC X(256).

      *> Every packet built, online or by JobExpirationJob: which
      *> posting, whose, which file, when, and how many applications
      *> it carried.
       FD  APPLICANT-PACKETS-LOG-FILE.
       01  APPLICANT-PACKETS-LOG-RECORD.
           05 PKT-JOB-ID     PIC 9(06).
           05 PKT-POSTER     PIC X(20).
           05 PKT-EMPLOYER   PIC X(80).
           05 PKT-FILE       PIC X(40).
           05 PKT-DATE       PIC 9(08).
           05 PKT-APPLICANTS PIC 9(04).

      *> Published by SalaryBenchmarkJob: one row per major and
      *> graduation year (0000 = all years) with enough placements
      *> to show.
       FD  SALARY-BENCHMARKS-FILE.
       01  SALARY-BENCHMARKS-RECORD.
           05 BM-MAJOR      PIC X(80).
           05 BM-GRAD-YEAR  PIC 9(04).
           05 BM-SAMPLE     PIC 9(04).
           05 BM-P25        PIC 9(07).
           05 BM-MEDIAN     PIC 9(07).
           05 BM-P75        PIC 9(07).
           05 BM-BUILT-DATE PIC 9(08).

      *> Cohort campaigns: career services defines the criteria and
      *> text here; CampaignDeliveryJob resolves the cohort, delivers
      *> the notifications, and fills in status and counts. Blank
      *> major/campus and a zero year mean "any"; CMP-VERIFIED is
      *> Y, N or blank; CMP-STATUS is P (pending) or S (sent).
       FD  CAMPAIGNS-FILE.
       01  CAMPAIGNS-RECORD.
           05 CMP-ID           PIC 9(04).
           05 CMP-CREATED-BY   PIC X(20).
           05 CMP-CREATED-DATE PIC 9(08).
           05 CMP-MAJOR        PIC X(80).
           05 CMP-GRAD-YEAR    PIC 9(04).
           05 CMP-CAMPUS       PIC X(10).
           05 CMP-VERIFIED     PIC X(01).
           05 CMP-NO-ADVISING  PIC X(01).
           05 CMP-TEXT         PIC X(120).
           05 CMP-STATUS       PIC X(01).
           05 CMP-SENT-DATE    PIC 9(08).
           05 CMP-TARGETED     PIC 9(05).
           05 CMP-DELIVERED    PIC 9(05).

      *> The recipient list saved with each sent campaign; CR-READ is
      *> carried forward from the notification's read flag nightly.
       FD  CAMPAIGN-RECIPIENTS-FILE.
       01  CAMPAIGN-RECIPIENTS-RECORD.
           05 CR-CAMPAIGN-ID    PIC 9(04).
           05 CR-USERNAME       PIC X(20).
           05 CR-DELIVERED      PIC X(01).
           05 CR-DELIVERED-DATE PIC 9(08).
           05 CR-READ           PIC X(01).

      *> Voluntary self-identification given at apply time. Kept apart
      *> from the application itself so nothing a poster can open ever
      *> carries it; only the aggregate applicant-flow report reads it.
      *> Codes: gender F/M/X, ethnicity H/W/B/A/P/I/T, veteran and
      *> disability Y/N - D everywhere means declined to answer.
       FD  EEO-SELFID-FILE.
       01  EEO-SELFID-RECORD.
           05 EEO-USERNAME      PIC X(20).
           05 EEO-JOB-ID        PIC 9(06).
           05 EEO-GENDER        PIC X(01).
           05 EEO-ETHNICITY     PIC X(01).
           05 EEO-VETERAN       PIC X(01).
           05 EEO-DISABILITY    PIC X(01).
           05 EEO-DATE          PIC 9(08).

      *> One row per student the international office tracks. Status
      *> 'I' is an international student whose co-ops need CPT, 'D'
      *> one who needs no authorization to work. WA-JOB-ID is the
      *> placement the CPT was granted for (0 = not tied to one).
       FD  WORK-AUTH-FILE.
       01  WORK-AUTH-RECORD.
           05 WA-USERNAME       PIC X(20).
           05 WA-STATUS         PIC X(01).
           05 WA-CPT-START      PIC 9(08).
           05 WA-CPT-END        PIC 9(08).
           05 WA-OPT-START      PIC 9(08).
           05 WA-OPT-END        PIC 9(08).
           05 WA-JOB-ID         PIC 9(06).
           05 WA-UPDATED-DATE   PIC 9(08).

      *> The posting policy employers must accept. The first line
      *> holds the version number alone; every line after it is the
      *> text shown. Raising the number makes every employer accept
      *> again at their next login.
       FD  EMPLOYER-TERMS-FILE.
       01  EMPLOYER-TERMS-RECORD PIC X(200).

      *> Append-only proof of acceptance, one row per employer per
      *> version they agreed to.
       FD  TERMS-ACCEPTANCES-FILE.
       01  TERMS-ACCEPTANCES-RECORD.
           05 TA-USERNAME       PIC X(20).
           05 TA-VERSION        PIC 9(03).
           05 TA-DATE           PIC 9(08).

      *> Career services' academic calendar: one row per term per
      *> campus. A blank campus is the calendar for every campus
      *> that has no rows of its own. The term-based batch jobs and
      *> the survey windows all take their boundaries from it.
       FD  ACADEMIC-CALENDAR-FILE.
       01  ACADEMIC-CALENDAR-RECORD.
           05 ACAL-CAMPUS     PIC X(10).
           05 ACAL-TERM-CODE  PIC X(08).
           05 ACAL-TERM-NAME  PIC X(20).
           05 ACAL-ACAD-YEAR  PIC 9(04).
           05 ACAL-START-DATE PIC 9(08).
           05 ACAL-END-DATE   PIC 9(08).

      *> Days the office is shut, by campus (blank = every campus).
      *> Blank times mean the whole day.
       FD  OFFICE-CLOSURES-FILE.
       01  OFFICE-CLOSURES-RECORD.
           05 OC-CAMPUS       PIC X(10).
           05 OC-DATE         PIC 9(08).
           05 OC-FROM-TIME    PIC X(05).
           05 OC-TO-TIME      PIC X(05).
           05 OC-REASON       PIC X(60).
           05 OC-ENTERED-BY   PIC X(20).
           05 OC-ENTERED-DATE PIC 9(08).

      *> One row per booking a closure called off, filed under the
      *> closure (date, campus, start time) for the closure report.
       FD  CLOSURE-CANCELS-FILE.
       01  CLOSURE-CANCELS-RECORD.
           05 CC-CLOSURE-DATE   PIC 9(08).
           05 CC-CLOSURE-CAMPUS PIC X(10).
           05 CC-CLOSURE-FROM   PIC X(05).
           05 CC-KIND           PIC X(10).
           05 CC-REF-ID         PIC 9(06).
           05 CC-SLOT-TIME      PIC X(05).
           05 CC-STUDENT        PIC X(20).
           05 CC-OWNER          PIC X(20).
           05 CC-DETAIL         PIC X(60).
           05 CC-CANCELLED-DATE PIC 9(08).

      *> Accessibility accommodations asked for against an event
      *> RSVP (kind E, event id) or a confirmed interview (kind I,
      *> job id). Status REQUESTED, ARRANGED, UNABLE, or WITHDRAWN
      *> once the RSVP or interview itself is gone.
       FD  ACCOMMODATIONS-FILE.
       01  ACCOMMODATIONS-RECORD.
           05 ACC-ID             PIC 9(06).
           05 ACC-KIND           PIC X(01).
           05 ACC-REF-ID         PIC 9(06).
           05 ACC-DATE           PIC 9(08).
           05 ACC-TIME           PIC X(05).
           05 ACC-STUDENT        PIC X(20).
           05 ACC-OWNER          PIC X(20).
           05 ACC-LABEL          PIC X(60).
           05 ACC-NEED           PIC X(100).
           05 ACC-STATUS         PIC X(10).
           05 ACC-REQUESTED-DATE PIC 9(08).
           05 ACC-UPDATED-BY     PIC X(20).
           05 ACC-UPDATED-DATE   PIC 9(08).

      *> The career-readiness checklist students are held to. Each
      *> milestone is met from data already on file (MS-SOURCE:
      *> RESUME reviewed, ADVISING visit, EVENT check-in, SKILLS
      *> completed, INTERVIEW confirmed, PLACEMENT accepted) once
      *> MS-TARGET of them exist, and is due MS-DUE-YEARS years
      *> before graduation (1 = before senior year). A retired
      *> milestone drops off every checklist but keeps its number.
       FD  MILESTONES-FILE.
       01  MILESTONES-RECORD.
           05 MS-ID           PIC 9(02).
           05 MS-NAME         PIC X(40).
           05 MS-SOURCE       PIC X(10).
           05 MS-TARGET       PIC 9(02).
           05 MS-DUE-YEARS    PIC 9(01).
           05 MS-RETIRED-FLAG PIC X(01).

      *> Written nightly by the milestone tracker job; the session
      *> only reads it. One row per student per live milestone:
      *> progress toward the target and the date it was first met
      *> (0 while still open).
       FD  STUDENT-MILESTONES-FILE.
       01  STUDENT-MILESTONES-RECORD.
           05 SM-USERNAME     PIC X(20).
           05 SM-MILESTONE-ID PIC 9(02).
           05 SM-PROGRESS     PIC 9(03).
           05 SM-DONE-DATE    PIC 9(08).
           05 SM-CHECKED-DATE PIC 9(08).

      *> How new students are shared out among the advisors, tried
      *> in file order: the first rule whose major, campus and
      *> graduation year all fit (blank or zero = any) names the
      *> advisor.
       FD  CASELOAD-RULES-FILE.
       01  CASELOAD-RULES-RECORD.
           05 CR-ADVISOR   PIC X(20).
           05 CR-MAJOR     PIC X(80).
           05 CR-CAMPUS    PIC X(10).
           05 CR-GRAD-YEAR PIC 9(04).

      *> Which advisor each student belongs to. CL-HOW is R when the
      *> rules placed the student and M when career services did it
      *> by hand - the rules never undo a hand placement.
       FD  CASELOADS-FILE.
       01  CASELOADS-RECORD.
           05 CL-STUDENT       PIC X(20).
           05 CL-ADVISOR       PIC X(20).
           05 CL-HOW           PIC X(01).
           05 CL-ASSIGNED-DATE PIC 9(08).

      *> What was discussed at a held advising slot. Confidential
      *> to career services. Student, advisor and session date are
      *> copied from the slot so the history survives the slot.
       FD  SESSION-NOTES-FILE.
       01  SESSION-NOTES-RECORD.
           05 SN-NOTE-ID      PIC 9(05).
           05 SN-SLOT-ID      PIC 9(04).
           05 SN-STUDENT      PIC X(20).
           05 SN-ADVISOR      PIC X(20).
           05 SN-SESSION-DATE PIC 9(08).
           05 SN-WRITTEN-DATE PIC 9(08).
           05 SN-TEXT         PIC X(200).

      *> What was promised at the session. FU-OWNER is A for the
      *> advisor or S for the student; FU-ADVISOR is the advisor
      *> who chases it either way. FU-STATUS is O (open) or D
      *> (done).
       FD  FOLLOW-UPS-FILE.
       01  FOLLOW-UPS-RECORD.
           05 FU-TASK-ID   PIC 9(05).
           05 FU-NOTE-ID   PIC 9(05).
           05 FU-STUDENT   PIC X(20).
           05 FU-ADVISOR   PIC X(20).
           05 FU-OWNER     PIC X(01).
           05 FU-DUE-DATE  PIC 9(08).
           05 FU-TEXT      PIC X(80).
           05 FU-STATUS    PIC X(01).
           05 FU-DONE-DATE PIC 9(08).

      *> Employer-relations contact log, keyed by the company name
      *> as it stands in companies.txt. EC-NEXT-ACTION is 0 when
      *> nothing is pending.
       FD  EMPLOYER-CONTACTS-FILE.
       01  EMPLOYER-CONTACTS-RECORD.
           05 EC-COMPANY     PIC X(80).
           05 EC-DATE        PIC 9(08).
           05 EC-STAFF       PIC X(20).
           05 EC-TYPE        PIC X(12).
           05 EC-PERSON      PIC X(60).
           05 EC-NOTES       PIC X(200).
           05 EC-NEXT-ACTION PIC 9(08).

      *> The career services staff member who owns each company
      *> relationship, one row per company.
       FD  RELATIONSHIP-OWNERS-FILE.
       01  RELATIONSHIP-OWNERS-RECORD.
           05 RO-COMPANY       PIC X(80).
           05 RO-OWNER         PIC X(20).
           05 RO-ASSIGNED-DATE PIC 9(08).

      *> Every move an application makes, appended as it happens:
      *> the submission (blank old status), each poster update,
      *> offer responses and withdrawals.
       FD  STATUS-HISTORY-FILE.
       01  STATUS-HISTORY-RECORD.
           05 SH-JOB-ID     PIC 9(06).
           05 SH-APPLICANT  PIC X(20).
           05 SH-EMPLOYER   PIC X(80).
           05 SH-POSTER     PIC X(20).
           05 SH-OLD-STATUS PIC X(20).
           05 SH-NEW-STATUS PIC X(20).
           05 SH-DATE       PIC 9(08).
           05 SH-CHANGED-BY PIC X(20).

      *> The latest bounce the campus mail gateway returned for an
      *> account's email, one row per account, written by the
      *> nightly BounceIngestJob. It explains a B in CT-EMAIL-VERIFIED.
       FD  UNDELIVERABLE-FILE.
       01  UNDELIVERABLE-RECORD.
           05 UA-USERNAME     PIC X(20).
           05 UA-EMAIL        PIC X(80).
           05 UA-BOUNCE-DATE  PIC 9(08).
           05 UA-REASON       PIC X(80).
           05 UA-FLAGGED-DATE PIC 9(08).

      *> The registrar's enrollment status per student (ENROLLED,
      *> LEAVE, WITHDRAWN or GRADUATED) and the date it took effect,
      *> rebuilt each night by EnrollmentSyncJob.
       FD  ENROLLMENT-STATUS-FILE.
       01  ENROLLMENT-STATUS-RECORD.
           05 ES-USERNAME   PIC X(20).
           05 ES-STATUS     PIC X(10).
           05 ES-SINCE-DATE PIC 9(08).

      *> Portfolio projects and work samples, up to five rows per
      *> student: what was built, the student's role, when, a link or
      *> file reference, and up to three catalog skill numbers it
      *> demonstrates. PF-VIS is the owner's visibility choice for
      *> the whole section ('P' everyone, 'C' connections only),
      *> carried on each of their rows.
       FD  PORTFOLIO-FILE.
       01  PORTFOLIO-RECORD.
           05 PF-USERNAME       PIC X(20).
           05 PF-TITLE          PIC X(80).
           05 PF-ROLE           PIC X(40).
           05 PF-DATES          PIC X(40).
           05 PF-LINK           PIC X(120).
           05 PF-DESCRIPTION    PIC X(200).
           05 PF-SKILL          PIC 9(02) OCCURS 3 TIMES.
           05 PF-VIS            PIC X(01).

      *> Students and alumni who let employers find them in talent
      *> search, one row per account; 'N' once they opt back out.
       FD  TALENT-OPTINS-FILE.
       01  TALENT-OPTINS-RECORD.
           05 TSO-USERNAME      PIC X(20).
           05 TSO-OPT-IN        PIC X(01).
           05 TSO-DATE          PIC 9(08).

      *> One row per invite to apply sent from talent search.
      *> INV-EMPLOYER is the posting's company as it stood when the
      *> invite went out. INV-STATUS is 'I' still open, 'A' the
      *> student applied, 'D' the student declined; INV-ACTED-DATE
      *> is when it left 'I'. InviteConversionReport reads this.
       FD  JOB-INVITES-FILE.
       01  JOB-INVITES-RECORD.
           05 INV-JOB-ID        PIC 9(06).
           05 INV-EMPLOYER      PIC X(80).
           05 INV-RECRUITER     PIC X(20).
           05 INV-STUDENT       PIC X(20).
           05 INV-DATE          PIC 9(08).
           05 INV-STATUS        PIC X(01).
           05 INV-ACTED-DATE    PIC 9(08).

      *> The career center's interview rooms, kept by career
      *> services. ROOM-ACTIVE is 'N' once a room is retired.
       FD  INTERVIEW-ROOMS-FILE.
       01  INTERVIEW-ROOMS-RECORD.
           05 ROOM-CODE         PIC X(10).
           05 ROOM-NAME         PIC X(40).
           05 ROOM-CAMPUS       PIC X(10).
           05 ROOM-ACTIVE       PIC X(01).

      *> Applicants a poster has held back from the sweep that runs
      *> when a posting closes - a finalist kept in play for a role
      *> that is about to be reopened. One row per posting and
      *> applicant.
       FD  SWEEP-HOLDS-FILE.
       01  SWEEP-HOLDS-RECORD.
           05 SWH-JOB-ID        PIC 9(06).
           05 SWH-APPLICANT     PIC X(20).
           05 SWH-DATE          PIC 9(08).

      *> The message a poster wants sent to applicants still in
      *> review when one of their postings closes. One row per
      *> poster; a poster with no row gets the standard wording.
       FD  CLOSING-WORDING-FILE.
       01  CLOSING-WORDING-RECORD.
           05 CW-POSTER         PIC X(20).
           05 CW-TEXT           PIC X(80).

      *> Companies career services has suspended as a whole, one row
      *> per company. CS-STATUS is 'S' while the suspension stands
      *> and 'L' once it is lifted; a later suspension reuses the row.
       FD  COMPANY-SUSPENSIONS-FILE.
       01  COMPANY-SUSPENSIONS-RECORD.
           05 CS-COMPANY        PIC X(80).
           05 CS-REASON         PIC X(80).
           05 CS-STATUS         PIC X(01).
           05 CS-SUSPENDED-BY   PIC X(20).
           05 CS-SUSPENDED-DATE PIC 9(08).
           05 CS-LIFTED-BY      PIC X(20).
           05 CS-LIFTED-DATE    PIC 9(08).

      *> Operating limits changed from their documented defaults, one
      *> row per parameter. The batch jobs read the same file, each
      *> picking out the names it uses.
       FD  SYSTEM-PARAMETERS-FILE.
       01  SYSTEM-PARAMETERS-RECORD.
           05 SP-NAME           PIC X(30).
           05 SP-VALUE          PIC 9(06).
           05 SP-CHANGED-BY     PIC X(20).
           05 SP-CHANGED-DATE   PIC 9(08).

      *> How many people a posting hires and how many offers have
      *> been accepted against it, one row per job number. No row
      *> means one opening, none filled.
       FD  JOB-OPENINGS-FILE.
       01  JOB-OPENINGS-RECORD.
           05 JO-JOB-ID         PIC 9(06).
           05 JO-OPENINGS       PIC 9(03).
           05 JO-FILLED         PIC 9(03).

      *> A poster's screening questions, up to five per job number.
      *> SQ-TYPE 'Y' is a yes/no question, 'T' a short answer;
      *> SQ-REQUIRED is the answer an applicant must give, spaces
      *> when any answer will do.
       FD  SCREENING-QUESTIONS-FILE.
       01  SCREENING-QUESTIONS-RECORD.
           05 SQ-JOB-ID         PIC 9(06).
           05 SQ-SEQ            PIC 9(01).
           05 SQ-TYPE           PIC X(01).
           05 SQ-TEXT           PIC X(100).
           05 SQ-REQUIRED       PIC X(60).

      *> The answers given at apply time, one row per question, with
      *> the question as it was worded then. SA-KNOCKOUT 'Y' means
      *> the answer missed the required one.
       FD  SCREENING-ANSWERS-FILE.
       01  SCREENING-ANSWERS-RECORD.
           05 SA-USERNAME       PIC X(20).
           05 SA-JOB-ID         PIC 9(06).
           05 SA-SEQ            PIC 9(01).
           05 SA-QUESTION       PIC X(100).
           05 SA-ANSWER         PIC X(60).
           05 SA-KNOCKOUT       PIC X(01).
           05 SA-DATE           PIC 9(08).

      *> A student's end-of-placement evaluation of the site, one
      *> per placement: learning and supervision scored 1-5, would
      *> recommend Y/N, comments. The employer name is kept as it
      *> stood on the placement.
       FD  SITE-EVALS-FILE.
       01  SITE-EVALS-RECORD.
           05 SE-USERNAME    PIC X(20).
           05 SE-JOB-ID      PIC 9(06).
           05 SE-EMPLOYER    PIC X(80).
           05 SE-LEARNING    PIC 9(01).
           05 SE-SUPERVISION PIC 9(01).
           05 SE-RECOMMEND   PIC X(01).
           05 SE-COMMENTS    PIC X(200).
           05 SE-EVAL-DATE   PIC 9(08).

      *> Published by SiteEvalRollupJob: one row per company with
      *> enough site evaluations to show without identifying anyone.
       FD  SITE-EVAL-ROLLUPS-FILE.
       01  SITE-EVAL-ROLLUPS-RECORD.
           05 SEV-COMPANY       PIC X(80).
           05 SEV-RESPONSES     PIC 9(04).
           05 SEV-LEARNING      PIC 9V9.
           05 SEV-SUPERVISION   PIC 9V9.
           05 SEV-RECOMMEND-PCT PIC 9(03).
           05 SEV-BUILT-DATE    PIC 9(08).

      *> An event career services has opened to employer booths:
      *> how many booths the room holds and the fee for each of the
      *> three packages (Standard, Premium, Sponsor).
       FD  FAIR-SETUP-FILE.
       01  FAIR-SETUP-RECORD.
           05 FS-EVENT-ID    PIC 9(04).
           05 FS-BOOTH-LIMIT PIC 9(03).
           05 FS-FEE         PIC 9(05)V99 OCCURS 3 TIMES.
           05 FS-SET-BY      PIC X(20).
           05 FS-SET-DATE    PIC 9(08).

      *> One company's registration for a fair. Status P pending,
      *> C confirmed with a booth, X cancelled. The fee is fixed at
      *> registration from the package chosen; paid is set when the
      *> bursar reports the invoice settled.
       FD  FAIR-REGS-FILE.
       01  FAIR-REGS-RECORD.
           05 FR-EVENT-ID       PIC 9(04).
           05 FR-SEQ            PIC 9(03).
           05 FR-COMPANY        PIC X(80).
           05 FR-REGISTERED-BY  PIC X(20).
           05 FR-PACKAGE        PIC 9(01).
           05 FR-REPS           PIC 9(02).
           05 FR-POWER          PIC X(01).
           05 FR-REQUESTS       PIC X(100).
           05 FR-FEE            PIC 9(05)V99.
           05 FR-STATUS         PIC X(01).
           05 FR-BOOTH          PIC 9(03).
           05 FR-REG-DATE       PIC 9(08).
           05 FR-CONFIRMED-BY   PIC X(20).
           05 FR-CONFIRMED-DATE PIC 9(08).
           05 FR-PAID           PIC X(01).
           05 FR-PAID-DATE      PIC 9(08).

      *> Where mail for an account goes, one row per account. The
      *> email counts only once it is confirmed with the code spooled
      *> to it; until then MailSpoolJob and password recovery ignore
      *> it. CT-CHANNEL is how the account prefers to be reached:
      *> 'E' email, 'P' phone, 'N' in-app only (no mail digests).
      *> CT-EMAIL-VERIFIED is 'Y' confirmed, 'N' not yet, or 'B'
      *> once the gateway has bounced mail to it.
       FD  CONTACTS-FILE.
       01  CONTACTS-RECORD.
           05 CT-USERNAME       PIC X(20).
           05 CT-EMAIL          PIC X(80).
           05 CT-PHONE          PIC X(20).
           05 CT-CHANNEL        PIC X(01).
           05 CT-EMAIL-VERIFIED PIC X(01).
           05 CT-CODE           PIC 9(06).
           05 CT-CODE-DATE      PIC 9(08).
           05 CT-VERIFIED-DATE  PIC 9(08).
           05 CT-UPDATED-DATE   PIC 9(08).

      *> A one-off message for the campus mail gateway, in the same
      *> TO/DATE/SUBJECT format MailSpoolJob writes its digests in.
       FD  CONTACT-SPOOL-FILE.
       01  CONTACT-SPOOL-RECORD PIC X(132).


       WORKING-STORAGE SECTION.

                  88 WS-JOB-DECLINED       VALUE 'D'.
               10 WS-JOB-DECLINE-REASON PIC X(80).
               10 WS-JOB-CLOSED-DATE PIC 9(08) VALUE 0.
      *> 'S' the employer will sponsor a visa, 'U' U.S. work
      *> authorization is required, blank the posting does not say.
               10 WS-JOB-WORK-AUTH   PIC X(01) VALUE SPACE.
                  88 WS-JOB-SPONSORS      VALUE 'S'.
                  88 WS-JOB-NEEDS-US-AUTH VALUE 'U'.
      *> Not part of the file record: the posting's slot in
      *> jobs.txt. With two sessions posting at once the table row
      *> number and the disk slot drift apart, so the slot is pinned
      *> Campus IT policy: a password older than this many days must
      *> be replaced before the account reaches the menus.
       01  PASSWORD-MAX-AGE-DAYS    PIC 9(03) VALUE 180.
      *> Wrong passwords (or second-step codes) in a row that lock an
      *> account until tomorrow.
       01  LOCKOUT-FAILED-LOGINS    PIC 9(02) VALUE 5.
       01  WS-PW-AGE-DAYS           PIC S9(05) VALUE 0.
       01  WS-PW-EXPIRED-FLAG       PIC X VALUE 'N'.
       01  WS-PW-REUSED-FLAG        PIC X VALUE 'N'.
      *> a session rewrites in full from startup-loaded tables - a
      *> different count at save time means another session changed
      *> the file underneath us.
       01  WS-SKILLS-DISK-COUNT     PIC 9(04) VALUE 0.
       01  WS-DISK-COUNT-SCRATCH    PIC 9(04) VALUE 0.
       01  SKILLS-DATA.
               10 WS-RP-SALARY      PIC X(20).
               10 WS-RP-SALARY-MIN  PIC 9(07).
               10 WS-RP-SALARY-MAX  PIC 9(07).
               10 WS-RP-WORK-AUTH   PIC X(01).
       01  WS-REPOST-CHOICE    PIC 99.

       01  NOTES-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-NOTE-HIT         PIC 999 VALUE 0.
       01  WS-NOTE-OVERFLOW-FLAG PIC X VALUE 'N'.

       01  RENAME-JOURNAL-STATUS PIC XX VALUE SPACES.
       01  WS-RENAME-BLOCKED-FLAG PIC X VALUE 'N'.
       01  WS-RENAME-MSGS-DATA.

       01  WS-APPLICATIONS-DATA.
           05 WS-APP-COUNT      PIC 999 VALUE 0.
           05 WS-APPLICATIONS-TABLE OCCURS 500 TIMES.
               10 WS-APP-JOB-ID        PIC 9(06) VALUE 0.
               10 WS-APP-USERNAME      PIC X(20).
               10 WS-APP-JOB-TITLE     PIC X(80).
               10 WS-APP-JOB-EMPLOYER  PIC X(80).
               10 WS-APP-JOB-LOCATION  PIC X(80).
               10 WS-APP-STATUS        PIC X(20) VALUE "Submitted".
               10 WS-APP-COVER-NOTE    PIC X(200).
               10 WS-APP-RESUME-FILE   PIC X(40).

      *> The one application a poster screen, a packet, or the
      *> closing sweep is working on - read by key, never one of the
      *> session's own rows above.
       01  WS-APP-WORK.
           05 WS-APW-JOB-ID        PIC 9(06) VALUE 0.
           05 WS-APW-USERNAME      PIC X(20).
           05 WS-APW-JOB-TITLE     PIC X(80).
           05 WS-APW-JOB-EMPLOYER  PIC X(80).
           05 WS-APW-JOB-LOCATION  PIC X(80).
           05 WS-APW-STATUS        PIC X(20).
           05 WS-APW-COVER-NOTE    PIC X(200).
           05 WS-APW-RESUME-FILE   PIC X(40).

       01  WS-JOB-CHOICE       PIC 999.
       01  WS-APP-CHOICE       PIC 999.
       01  WS-APP-SAVE-INDEX   PIC 999 VALUE 0.
       01  WS-APP-SCAN-FLAG    PIC X VALUE 'N'.
           88 APP-SCAN-DONE    VALUE 'Y'.
       01  WS-APP-NEW-STATUS   PIC X(20).
       01  WS-PW-MODE          PIC X VALUE 'L'.
           88 PW-LISTING       VALUE 'L'.
           88 PW-RANKING       VALUE 'R'.
           88 PW-FINDING       VALUE 'F'.
           88 PW-PACKET-COUNT  VALUE 'C'.
           88 PW-PACKET-WRITE  VALUE 'P'.
           88 PW-SWEEPING      VALUE 'S'.
           88 PW-HOLD-LISTING  VALUE 'H'.
       01  WS-PW-JOB-ROW       PIC 999 VALUE 0.
       01  WS-PW-SCAN-ID       PIC 9(06) VALUE 0.
       01  WS-PW-SEQ           PIC 9(05) VALUE 0.
       01  WS-PW-PICK          PIC 9(05) VALUE 0.
       01  WS-PW-RATING        PIC S9(01) VALUE 0.
       01  WS-PW-NOTE-RATING   PIC 9(01) VALUE 0.
       01  WS-PW-FOUND-FLAG    PIC X VALUE 'N'.
           88 PW-FOUND         VALUE 'Y'.
       01  WS-NETWORK-CHOICE   PIC 999.

       01  WS-JOB-REL-KEY      PIC 9(06).
               10 WS-INT-SLOT-DATE PIC 9(08).
               10 WS-INT-SLOT-TIME PIC X(05).
               10 WS-INT-STATUS    PIC X(10).
               10 WS-INT-ROOM      PIC X(10).
       01  WS-INT-CHOICE       PIC 999.
       01  WS-INT-SLOT-COUNT   PIC 9 VALUE 0.
       01  WS-INT-LISTED-FLAG  PIC X VALUE 'N'.
       01  CALENDAR-FILENAME   PIC X(40) VALUE SPACES.
       01  WS-CAL-ENTRY-COUNT  PIC 999 VALUE 0.
       01  WS-CAL-JOB-TITLE    PIC X(80).
       01  WS-CAL-LOCATION     PIC X(80).

       01  RESUME-REVIEWS-STATUS  PIC XX VALUE SPACES.
       01  REVIEW-COMMENTS-STATUS PIC XX VALUE SPACES.
       01  WS-CF-SUBS         PIC 999.
       01  WS-CF-MINE-FLAG    PIC X VALUE 'N'.

       01  WS-ACH-APPLICANT   PIC X(20).
       01  WS-ACH-JOB-ROW     PIC 999 VALUE 0.
       01  WS-ACH-STATUS      PIC X(20).

       01  WS-FEED-SHOWN-FLAG PIC X VALUE 'N'.
       01  FEED-WINDOW-DAYS   PIC 9(03) VALUE 7.

      *> Resume book consent, as kept in resume-book-optins.txt.
       01  RESUME-BOOK-OPTINS-STATUS   PIC XX VALUE SPACES.
       01  RESUME-BOOK-RELEASES-STATUS PIC XX VALUE SPACES.
       01  WS-RBO-DATA.
           05 WS-RBO-COUNT PIC 999 VALUE 0.
           05 WS-RBO-TABLE OCCURS 300 TIMES.
               10 WS-RBO-USERNAME PIC X(20).
               10 WS-RBO-OPT-IN   PIC X(01).
               10 WS-RBO-DATE     PIC 9(08).
       01  WS-RBO-SUBS        PIC 999.
       01  WS-RBO-HIT         PIC 999 VALUE 0.
       01  WS-RBR-SHOWN       PIC 999 VALUE 0.

       01  APPLICANT-PACKET-STATUS      PIC XX VALUE SPACES.
       01  APPLICANT-PACKETS-LOG-STATUS PIC XX VALUE SPACES.
       01  PACKET-FILENAME    PIC X(40) VALUE SPACES.
       01  WS-PACKET-LINE     PIC X(256).
       01  WS-PKT-APP-COUNT   PIC 9(04) VALUE 0.
       01  WS-PKT-RESUME-EOF  PIC X VALUE 'N'.

       01  SALARY-BENCHMARKS-STATUS PIC XX VALUE SPACES.
       01  WS-BM-CELL.
           05 WS-BM-MAJOR      PIC X(80).
           05 WS-BM-GRAD-YEAR  PIC 9(04).
           05 WS-BM-SAMPLE     PIC 9(04).
           05 WS-BM-P25        PIC 9(07).
           05 WS-BM-MEDIAN     PIC 9(07).
           05 WS-BM-P75        PIC 9(07).
           05 WS-BM-BUILT-DATE PIC 9(08).
       01  WS-BM-FOUND-FLAG   PIC X VALUE 'N'.
       01  WS-BM-POSTING-PAY  PIC 9(07) VALUE 0.
       01  WS-BM-POSITION     PIC X(30).

      *> Search My Messages - criteria and the combined result list.
      *> Source L rows point back at their WS-MESSAGES-DATA row so the
      *> hit opens through OPEN-MESSAGE-PROCEDURE; A rows are archive
      *> copies and are shown read-only.
       01  WS-MSRCH-KEYWORD     PIC X(80).
       01  WS-MSRCH-SENDER      PIC X(20).
       01  WS-MSRCH-FROM-DATE   PIC X(08).
       01  WS-MSRCH-TO-DATE     PIC X(08).
       01  WS-MSRCH-MATCH-FLAG  PIC X VALUE 'N'.
           88 MSRCH-MATCHED     VALUE 'Y'.
       01  WS-MSRCH-RESULTS-DATA.
           05 WS-MSRCH-COUNT PIC 999 VALUE 0.
           05 WS-MSRCH-TABLE OCCURS 101 TIMES.
               10 WS-MSRCH-SOURCE    PIC X.
               10 WS-MSRCH-LIVE-ROW  PIC 99.
               10 WS-MSRCH-FROM      PIC X(20).
               10 WS-MSRCH-TO        PIC X(20).
               10 WS-MSRCH-CONTENT   PIC X(200).
               10 WS-MSRCH-STAMP     PIC X(19).
       01  WS-MSRCH-SUBS        PIC 999.
       01  WS-MSRCH-SUBS2       PIC 999.
       01  WS-MSRCH-CHOICE      PIC 999.
       01  WS-MSRCH-TAG         PIC X(10).
       01  WS-MSRCH-LINE        PIC X(300).

       01  CAMPAIGNS-STATUS           PIC XX VALUE SPACES.
       01  CAMPAIGN-RECIPIENTS-STATUS PIC XX VALUE SPACES.
       01  WS-CAMPAIGN-DATA.
           05 WS-CMP-COUNT PIC 999 VALUE 0.
           05 WS-CAMPAIGN-TABLE OCCURS 200 TIMES.
               10 WS-CMP-ID           PIC 9(04).
               10 WS-CMP-CREATED-BY   PIC X(20).
               10 WS-CMP-CREATED-DATE PIC 9(08).
               10 WS-CMP-MAJOR        PIC X(80).
               10 WS-CMP-GRAD-YEAR    PIC 9(04).
               10 WS-CMP-CAMPUS       PIC X(10).
               10 WS-CMP-VERIFIED     PIC X(01).
               10 WS-CMP-NO-ADVISING  PIC X(01).
               10 WS-CMP-TEXT         PIC X(120).
               10 WS-CMP-STATUS       PIC X(01).
               10 WS-CMP-SENT-DATE    PIC 9(08).
               10 WS-CMP-TARGETED     PIC 9(05).
               10 WS-CMP-DELIVERED    PIC 9(05).
       01  WS-CMP-SUBS          PIC 999.
       01  WS-NEXT-CMP-ID       PIC 9(04).
       01  WS-CMP-READ-COUNT    PIC 9(05).
       01  WS-CMP-NEW.
           05 WS-CMP-NEW-MAJOR       PIC X(80).
           05 WS-CMP-NEW-YEAR        PIC 9(04).
           05 WS-CMP-NEW-CAMPUS      PIC X(10).
           05 WS-CMP-NEW-VERIFIED    PIC X(01).
           05 WS-CMP-NEW-NO-ADVISING PIC X(01).
           05 WS-CMP-NEW-TEXT        PIC X(120).

       01  EEO-SELFID-STATUS    PIC XX VALUE SPACES.
       01  WS-EEO-ANSWER        PIC X(01).
       01  WS-EEO-VALID-CODES   PIC X(10).
       01  EEO-REMOVE-FLAG      PIC X(01) VALUE 'N'.
           88 EEO-REMOVE-ROWS   VALUE 'Y'.

       01  WORK-AUTH-STATUS     PIC XX VALUE SPACES.
       01  WS-WA-DATA.
           05 WS-WA-COUNT PIC 999 VALUE 0.
           05 WS-WA-TABLE OCCURS 300 TIMES.
               10 WS-WA-USERNAME     PIC X(20).
               10 WS-WA-STATUS       PIC X(01).
                  88 WS-WA-INTERNATIONAL VALUE 'I'.
               10 WS-WA-CPT-START    PIC 9(08).
               10 WS-WA-CPT-END      PIC 9(08).
               10 WS-WA-OPT-START    PIC 9(08).
               10 WS-WA-OPT-END      PIC 9(08).
               10 WS-WA-JOB-ID       PIC 9(06).
               10 WS-WA-UPDATED-DATE PIC 9(08).
       01  WS-WA-SUBS           PIC 999.
       01  WS-WA-HIT            PIC 999 VALUE 0.
       01  WS-WA-JOB-SUBS       PIC 999 VALUE 0.
       01  WS-WA-TARGET         PIC X(20).
       01  WS-WA-DATE-IN        PIC 9(08) VALUE 0.
       01  WS-WA-USER-FOUND     PIC X(01) VALUE 'N'.
       01  WS-JOB-WA-FILTER     PIC X(01) VALUE SPACE.

       01  EMPLOYER-TERMS-STATUS    PIC XX VALUE SPACES.
       01  TERMS-ACCEPTANCES-STATUS PIC XX VALUE SPACES.
       01  WS-TERMS-VERSION     PIC 9(03) VALUE 0.
       01  WS-TERMS-OK-FLAG     PIC X(01) VALUE 'N'.
           88 EMPLOYER-TERMS-OK VALUE 'Y'.
       01  WS-TERMS-USER        PIC X(20) VALUE SPACES.

       01  ACAD-CAL-STATUS      PIC XX VALUE SPACES.
       01  WS-ACAL-DATA.
           05 WS-ACAL-COUNT PIC 99 VALUE 0.
           05 WS-ACAL-TABLE OCCURS 60 TIMES.
               10 WS-ACAL-CAMPUS     PIC X(10).
               10 WS-ACAL-TERM-CODE  PIC X(08).
               10 WS-ACAL-TERM-NAME  PIC X(20).
               10 WS-ACAL-ACAD-YEAR  PIC 9(04).
               10 WS-ACAL-START-DATE PIC 9(08).
               10 WS-ACAL-END-DATE   PIC 9(08).
       01  WS-ACAL-SUBS         PIC 99.
       01  WS-ACAL-HIT          PIC 99 VALUE 0.
       01  WS-ACAL-LOOKUP-CAMPUS PIC X(10).
       01  WS-ACAL-LOOKUP-DATE  PIC 9(08).
       01  WS-ACAL-PASS-CAMPUS  PIC X(10).
       01  WS-ACAL-CAMPUS-IN    PIC X(10).
       01  WS-ACAL-CODE-IN      PIC X(08).
       01  WS-ACAL-DATE-IN      PIC 9(08).
       01  WS-ACAL-DATE-OK      PIC X(01).

       01  OFFICE-CLOSURES-STATUS PIC XX VALUE SPACES.
       01  CLOSURE-CANCELS-STATUS PIC XX VALUE SPACES.
       01  WS-OC-DATA.
           05 WS-OC-COUNT PIC 999 VALUE 0.
           05 WS-OC-TABLE OCCURS 100 TIMES.
               10 WS-OC-CAMPUS       PIC X(10).
               10 WS-OC-DATE         PIC 9(08).
               10 WS-OC-FROM-TIME    PIC X(05).
               10 WS-OC-TO-TIME      PIC X(05).
               10 WS-OC-REASON       PIC X(60).
               10 WS-OC-ENTERED-BY   PIC X(20).
               10 WS-OC-ENTERED-DATE PIC 9(08).
       01  WS-OC-ENTERED.
           05 WS-OCE-CAMPUS       PIC X(10).
           05 WS-OCE-DATE         PIC 9(08).
           05 WS-OCE-FROM-TIME    PIC X(05).
           05 WS-OCE-TO-TIME      PIC X(05).
           05 WS-OCE-REASON       PIC X(60).
           05 WS-OCE-ENTERED-BY   PIC X(20).
           05 WS-OCE-ENTERED-DATE PIC 9(08).
       01  WS-OC-SUBS           PIC 999.
       01  WS-OC-RSVP-SUBS      PIC 999.
       01  WS-OC-HIT            PIC 999 VALUE 0.
       01  WS-OC-CHECK-CAMPUS   PIC X(10).
       01  WS-OC-CHECK-DATE     PIC 9(08).
       01  WS-OC-CHECK-TIME     PIC X(05).
       01  WS-OC-COVERS-FLAG    PIC X VALUE 'N'.
       01  WS-OC-CHANGED-FLAG   PIC X VALUE 'N'.
       01  WS-OC-LISTED-FLAG    PIC X VALUE 'N'.
       01  WS-OC-CANCEL-COUNT   PIC 9(04) VALUE 0.
       01  WS-OC-TIME-IN        PIC X(05).
       01  WS-OC-PROMPT         PIC X(80).
       01  WS-OC-CAMPUS-SHOWN   PIC X(10).
       01  WS-OC-HOURS-SHOWN    PIC X(11).

       01  ACCOMMODATIONS-STATUS PIC XX VALUE SPACES.
       01  WS-ACC-DATA.
           05 WS-ACC-COUNT PIC 999 VALUE 0.
           05 WS-ACC-TABLE OCCURS 200 TIMES.
               10 WS-ACC-ID             PIC 9(06).
               10 WS-ACC-KIND           PIC X(01).
               10 WS-ACC-REF-ID         PIC 9(06).
               10 WS-ACC-DATE           PIC 9(08).
               10 WS-ACC-TIME           PIC X(05).
               10 WS-ACC-STUDENT        PIC X(20).
               10 WS-ACC-OWNER          PIC X(20).
               10 WS-ACC-LABEL          PIC X(60).
               10 WS-ACC-NEED           PIC X(100).
               10 WS-ACC-STATUS         PIC X(10).
               10 WS-ACC-REQUESTED-DATE PIC 9(08).
               10 WS-ACC-UPDATED-BY     PIC X(20).
               10 WS-ACC-UPDATED-DATE   PIC 9(08).
       01  WS-ACC-SUBS          PIC 999.
       01  WS-ACC-CHOICE        PIC 999 VALUE 0.
       01  WS-ACC-NEXT-ID       PIC 9(06) VALUE 0.
       01  WS-ACC-NEW-KIND      PIC X(01).
       01  WS-ACC-NEW-REF-ID    PIC 9(06).
       01  WS-ACC-NEW-DATE      PIC 9(08).
       01  WS-ACC-NEW-TIME      PIC X(05).
       01  WS-ACC-NEW-OWNER     PIC X(20).
       01  WS-ACC-NEW-LABEL     PIC X(60).
       01  WS-ACC-MATCH-STUDENT PIC X(20).
       01  WS-ACC-CHANGED-FLAG  PIC X VALUE 'N'.
       01  WS-ACC-LISTED-FLAG   PIC X VALUE 'N'.

       01  MILESTONES-STATUS    PIC XX VALUE SPACES.
       01  STUDENT-MILESTONES-STATUS PIC XX VALUE SPACES.
       01  WS-MS-DATA.
           05 WS-MS-COUNT PIC 99 VALUE 0.
           05 WS-MS-TABLE OCCURS 20 TIMES.
               10 WS-MS-ID           PIC 9(02).
               10 WS-MS-NAME         PIC X(40).
               10 WS-MS-SOURCE       PIC X(10).
               10 WS-MS-TARGET       PIC 9(02).
               10 WS-MS-DUE-YEARS    PIC 9(01).
               10 WS-MS-RETIRED-FLAG PIC X(01).
       01  WS-MS-SUBS           PIC 99.
       01  WS-MS-HIT            PIC 99 VALUE 0.
       01  WS-MS-ID-IN          PIC 99 VALUE 0.
       01  WS-MS-DUE-DATE       PIC 9(08).
       01  WS-SM-DATA.
           05 WS-SM-COUNT PIC 99 VALUE 0.
           05 WS-SM-TABLE OCCURS 20 TIMES.
               10 WS-SM-MILESTONE-ID PIC 9(02).
               10 WS-SM-PROGRESS     PIC 9(03).
               10 WS-SM-DONE-DATE    PIC 9(08).
       01  WS-SM-SUBS           PIC 99.
       01  WS-SM-HIT            PIC 99 VALUE 0.
       01  WS-SM-CHECKED-DATE   PIC 9(08) VALUE 0.
       01  WS-SM-GRAD-YEAR      PIC 9(04) VALUE 0.
       01  WS-SM-DONE-TALLY     PIC 99 VALUE 0.
       01  WS-SM-LIVE-TALLY     PIC 99 VALUE 0.
       01  WS-SM-PROGRESS-TEXT  PIC X(20).
       01  WS-SM-DUE-TEXT       PIC X(30).
       01  MILESTONE-REMOVE-FLAG PIC X(01) VALUE 'N'.
           88 MILESTONE-REMOVE-ROWS VALUE 'Y'.

       01  CASELOAD-RULES-STATUS PIC XX VALUE SPACES.
       01  CASELOADS-STATUS     PIC XX VALUE SPACES.
       01  WS-CR-DATA.
           05 WS-CR-COUNT PIC 99 VALUE 0.
           05 WS-CR-TABLE OCCURS 50 TIMES.
               10 WS-CR-ADVISOR   PIC X(20).
               10 WS-CR-MAJOR     PIC X(80).
               10 WS-CR-CAMPUS    PIC X(10).
               10 WS-CR-GRAD-YEAR PIC 9(04).
       01  WS-CR-SUBS           PIC 99.
       01  WS-CR-NEW-RULE.
           05 WS-CR-NEW-ADVISOR   PIC X(20).
           05 WS-CR-NEW-MAJOR     PIC X(80).
           05 WS-CR-NEW-CAMPUS    PIC X(10).
           05 WS-CR-NEW-GRAD-YEAR PIC 9(04).
       01  WS-CSL-DATA.
           05 WS-CSL-COUNT PIC 999 VALUE 0.
           05 WS-CSL-TABLE OCCURS 300 TIMES.
               10 WS-CSL-STUDENT       PIC X(20).
               10 WS-CSL-ADVISOR       PIC X(20).
               10 WS-CSL-HOW           PIC X(01).
               10 WS-CSL-ASSIGNED-DATE PIC 9(08).
       01  WS-CSL-SUBS           PIC 999.
       01  WS-CSL-HIT            PIC 999 VALUE 0.
       01  WS-CSL-RANK           PIC 999.
       01  WS-CSL-RANK-IN        PIC 999 VALUE 0.
       01  WS-CSL-STUDENT-IN     PIC X(20).
       01  WS-CSL-CHECK-NAME     PIC X(20).
       01  WS-CSL-PICKED         PIC X(20).
       01  WS-CSL-FROM           PIC X(20).
       01  WS-CSL-TO             PIC X(20).
       01  WS-CSL-ADVISOR-OK-FLAG PIC X VALUE 'N'.
       01  WS-CSL-CHANGED-FLAG   PIC X VALUE 'N'.
       01  WS-CSL-ANY-CHANGED-FLAG PIC X VALUE 'N'.
       01  WS-CSL-TALLY          PIC 999 VALUE 0.
       01  WS-CSL-LEFT           PIC 999 VALUE 0.
       01  WS-CSL-RULES-MOVED    PIC 99 VALUE 0.
       01  WS-CSL-RULE-AT        PIC 99 VALUE 0.
       01  WS-CSL-MAJOR-TEXT     PIC X(80).
       01  WS-CSL-CAMPUS-TEXT    PIC X(20).
       01  WS-CSL-YEAR-TEXT      PIC X(20).

       01  SESSION-NOTES-STATUS PIC XX VALUE SPACES.
       01  FOLLOW-UPS-STATUS    PIC XX VALUE SPACES.
       01  WS-SN-DATA.
           05 WS-SN-COUNT PIC 999 VALUE 0.
           05 WS-SN-TABLE OCCURS 200 TIMES.
               10 WS-SN-NOTE-ID      PIC 9(05).
               10 WS-SN-SLOT-ID      PIC 9(04).
               10 WS-SN-STUDENT      PIC X(20).
               10 WS-SN-ADVISOR      PIC X(20).
               10 WS-SN-SESSION-DATE PIC 9(08).
               10 WS-SN-WRITTEN-DATE PIC 9(08).
               10 WS-SN-TEXT         PIC X(200).
       01  WS-SN-SUBS       PIC 999.
       01  WS-SN-TALLY      PIC 999 VALUE 0.
       01  WS-SN-NEXT-ID    PIC 9(05) VALUE 0.
       01  WS-SN-STUDENT-IN PIC X(20).
       01  WS-FU-DATA.
           05 WS-FU-COUNT PIC 999 VALUE 0.
           05 WS-FU-TABLE OCCURS 300 TIMES.
               10 WS-FU-TASK-ID   PIC 9(05).
               10 WS-FU-NOTE-ID   PIC 9(05).
               10 WS-FU-STUDENT   PIC X(20).
               10 WS-FU-ADVISOR   PIC X(20).
               10 WS-FU-OWNER     PIC X(01).
               10 WS-FU-DUE-DATE  PIC 9(08).
               10 WS-FU-TEXT      PIC X(80).
               10 WS-FU-STATUS    PIC X(01).
               10 WS-FU-DONE-DATE PIC 9(08).
       01  WS-FU-SUBS       PIC 999.
       01  WS-FU-CHOICE     PIC 999 VALUE 0.
       01  WS-FU-NEXT-ID    PIC 9(05) VALUE 0.
       01  WS-FU-MORE-FLAG  PIC X VALUE 'N'.
       01  WS-FU-OWNER-IN   PIC X(01).
       01  WS-FU-TEXT-IN    PIC X(80).
       01  WS-FU-OWNER-TEXT PIC X(07).
       01  WS-FU-STATE-TEXT PIC X(07).
       01  EMPLOYER-CONTACTS-STATUS   PIC XX VALUE SPACES.
       01  RELATIONSHIP-OWNERS-STATUS PIC XX VALUE SPACES.
       01  WS-EC-DATA.
           05 WS-EC-COUNT PIC 999 VALUE 0.
           05 WS-EC-TABLE OCCURS 300 TIMES.
               10 WS-EC-COMPANY     PIC X(80).
               10 WS-EC-DATE        PIC 9(08).
               10 WS-EC-STAFF       PIC X(20).
               10 WS-EC-TYPE        PIC X(12).
               10 WS-EC-PERSON      PIC X(60).
               10 WS-EC-NOTES       PIC X(200).
               10 WS-EC-NEXT-ACTION PIC 9(08).
       01  WS-EC-NEW.
           05 WS-EC-NEW-COMPANY     PIC X(80).
           05 WS-EC-NEW-DATE        PIC 9(08).
           05 WS-EC-NEW-STAFF       PIC X(20).
           05 WS-EC-NEW-TYPE        PIC X(12).
           05 WS-EC-NEW-PERSON      PIC X(60).
           05 WS-EC-NEW-NOTES       PIC X(200).
           05 WS-EC-NEW-NEXT-ACTION PIC 9(08).
       01  WS-EC-SUBS  PIC 999.
       01  WS-EC-TALLY PIC 999 VALUE 0.
       01  WS-RO-DATA.
           05 WS-RO-COUNT PIC 999 VALUE 0.
           05 WS-RO-TABLE OCCURS 100 TIMES.
               10 WS-RO-COMPANY       PIC X(80).
               10 WS-RO-OWNER         PIC X(20).
               10 WS-RO-ASSIGNED-DATE PIC 9(08).
       01  WS-RO-SUBS PIC 999.
       01  WS-RO-HIT  PIC 999 VALUE 0.
       01  STATUS-HISTORY-STATUS PIC XX VALUE SPACES.
       01  WS-SH-APP-ROW    PIC 999 VALUE 0.
       01  WS-SH-OLD-STATUS PIC X(20).
       01  WS-SH-SUBS       PIC 999.
       01  UNDELIVERABLE-STATUS PIC XX VALUE SPACES.
       01  WS-UA-DATA.
           05 WS-UA-COUNT PIC 999 VALUE 0.
           05 WS-UA-TABLE OCCURS 300 TIMES.
               10 WS-UA-USERNAME     PIC X(20).
               10 WS-UA-EMAIL        PIC X(80).
               10 WS-UA-BOUNCE-DATE  PIC 9(08).
               10 WS-UA-REASON       PIC X(80).
               10 WS-UA-FLAGGED-DATE PIC 9(08).
       01  WS-UA-SUBS           PIC 999.
       01  WS-UA-HIT            PIC 999 VALUE 0.
       01  ENROLLMENT-STATUS-STATUS PIC XX VALUE SPACES.
       01  WS-ES-LOOKUP-USER    PIC X(20).
       01  WS-ES-STATUS-FOUND   PIC X(10).
           88 WS-ES-ON-LEAVE    VALUE "LEAVE".
           88 WS-ES-WITHDRAWN   VALUE "WITHDRAWN".
       01  WS-ES-SINCE-FOUND    PIC 9(08).
       01  ES-REMOVE-FLAG       PIC X(01) VALUE 'N'.
           88 ES-REMOVE-ROWS    VALUE 'Y'.
       01  PORTFOLIO-STATUS     PIC XX VALUE SPACES.
       01  WS-PF-DATA.
           05 WS-PF-COUNT PIC 999 VALUE 0.
           05 WS-PF-TABLE OCCURS 300 TIMES.
               10 WS-PF-USERNAME     PIC X(20).
               10 WS-PF-TITLE        PIC X(80).
               10 WS-PF-ROLE         PIC X(40).
               10 WS-PF-DATES        PIC X(40).
               10 WS-PF-LINK         PIC X(120).
               10 WS-PF-DESCRIPTION  PIC X(200).
               10 WS-PF-SKILL        PIC 9(02) OCCURS 3 TIMES.
               10 WS-PF-VIS          PIC X(01).
       01  WS-PF-SUBS           PIC 999.
       01  WS-PF-SKILL-SUBS     PIC 9.
       01  WS-PF-MINE           PIC 9 VALUE 0.
       01  WS-PF-PTR            PIC 999.
       01  TALENT-OPTINS-STATUS PIC XX VALUE SPACES.
       01  WS-TSO-DATA.
           05 WS-TSO-COUNT PIC 999 VALUE 0.
           05 WS-TSO-TABLE OCCURS 300 TIMES.
               10 WS-TSO-USERNAME    PIC X(20).
               10 WS-TSO-OPT-IN      PIC X(01).
               10 WS-TSO-DATE        PIC 9(08).
       01  WS-TSO-SUBS          PIC 999.
       01  WS-TSO-HIT           PIC 999 VALUE 0.
       01  JOB-INVITES-STATUS   PIC XX VALUE SPACES.
       01  WS-INV-DATA.
           05 WS-INV-COUNT PIC 999 VALUE 0.
           05 WS-INV-TABLE OCCURS 300 TIMES.
               10 WS-INV-JOB-ID      PIC 9(06).
               10 WS-INV-EMPLOYER    PIC X(80).
               10 WS-INV-RECRUITER   PIC X(20).
               10 WS-INV-STUDENT     PIC X(20).
               10 WS-INV-DATE        PIC 9(08).
               10 WS-INV-STATUS      PIC X(01).
                  88 WS-INV-PENDING  VALUE 'I'.
                  88 WS-INV-APPLIED  VALUE 'A'.
                  88 WS-INV-DECLINED VALUE 'D'.
               10 WS-INV-ACTED-DATE  PIC 9(08).
       01  WS-INV-SUBS          PIC 999.
       01  WS-INV-HIT           PIC 999 VALUE 0.
       01  WS-INV-SHOWN         PIC 999 VALUE 0.
       01  WS-INV-CHOICE        PIC 999 VALUE 0.
       01  WS-INV-STUDENT-RANK  PIC 999 VALUE 0.
      *> Talent search filters; blank or zero matches everyone.
       01  WS-TS-FILTERS.
           05 WS-TS-SKILL       PIC 99.
           05 WS-TS-MAJOR       PIC X(80).
           05 WS-TS-YEAR        PIC 9(04).
           05 WS-TS-CAMPUS      PIC X(10).
           05 WS-TS-VERIFIED    PIC X(01).
       01  WS-TS-MATCH-FLAG     PIC X(01) VALUE 'N'.
       01  WS-TS-LINE           PIC X(80).
       01  INTERVIEW-ROOMS-STATUS PIC XX VALUE SPACES.
       01  WS-ROOM-DATA.
           05 WS-ROOM-COUNT PIC 99 VALUE 0.
           05 WS-ROOM-TABLE OCCURS 30 TIMES.
               10 WS-ROOM-CODE      PIC X(10).
               10 WS-ROOM-NAME      PIC X(40).
               10 WS-ROOM-CAMPUS    PIC X(10).
               10 WS-ROOM-ACTIVE    PIC X(01).
       01  WS-ROOM-SUBS         PIC 999.
       01  WS-ROOM-HIT          PIC 99 VALUE 0.
       01  WS-ROOM-CLASH        PIC 999 VALUE 0.
       01  WS-ROOM-CODE-IN      PIC X(10).
       01  WS-ROOM-NAME-OUT     PIC X(40).
       01  WS-ROOM-SHOWN        PIC X(50).
       01  WS-ROOM-LISTED-FLAG  PIC X VALUE 'N'.
       01  WS-ROOM-OK-FLAG      PIC X VALUE 'N'.
       01  WS-ROOM-TIME-IN      PIC X(05).
       01  WS-ROOM-MINUTES      PIC 9(04).
       01  WS-ROOM-NEW-MINUTES  PIC 9(04).
       01  ROOM-SLOT-MINUTES    PIC 9(03) VALUE 30.
       01  SWEEP-HOLDS-STATUS   PIC XX VALUE SPACES.
       01  WS-SWH-DATA.
           05 WS-SWH-COUNT PIC 999 VALUE 0.
           05 WS-SWH-TABLE OCCURS 300 TIMES.
               10 WS-SWH-JOB-ID     PIC 9(06).
               10 WS-SWH-APPLICANT  PIC X(20).
               10 WS-SWH-DATE       PIC 9(08).
       01  WS-SWH-SUBS          PIC 999.
       01  WS-SWH-HIT           PIC 999 VALUE 0.
       01  CLOSING-WORDING-STATUS PIC XX VALUE SPACES.
       01  WS-CW-DATA.
           05 WS-CW-COUNT PIC 999 VALUE 0.
           05 WS-CW-TABLE OCCURS 200 TIMES.
               10 WS-CW-POSTER      PIC X(20).
               10 WS-CW-TEXT        PIC X(80).
       01  WS-CW-SUBS           PIC 999.
       01  WS-CW-HIT            PIC 999 VALUE 0.
       01  WS-CW-WORDING        PIC X(80).
       01  CLOSING-STANDARD-WORDING PIC X(80) VALUE
           "This position is now closed. Thank you for applying.".
       01  WS-SWEEP-POSTER      PIC X(20).
       01  WS-SWEEP-UNSAVED     PIC 999 VALUE 0.
       01  WS-SWEEP-DONE        PIC 999 VALUE 0.
       01  WS-SWEEP-HELD        PIC 999 VALUE 0.
       01  WS-SWEEP-LISTED      PIC 999 VALUE 0.
       01  WS-SWEEP-LINE        PIC X(80).
       01  COMPANY-SUSPENSIONS-STATUS PIC XX VALUE SPACES.
       01  WS-CS-DATA.
           05 WS-CS-COUNT PIC 999 VALUE 0.
           05 WS-CS-TABLE OCCURS 100 TIMES.
               10 WS-CS-COMPANY        PIC X(80).
               10 WS-CS-REASON         PIC X(80).
               10 WS-CS-STATUS         PIC X(01).
                  88 WS-CS-IS-SUSPENDED VALUE 'S'.
               10 WS-CS-SUSPENDED-BY   PIC X(20).
               10 WS-CS-SUSPENDED-DATE PIC 9(08).
               10 WS-CS-LIFTED-BY      PIC X(20).
               10 WS-CS-LIFTED-DATE    PIC 9(08).
       01  WS-CS-SUBS           PIC 999.
       01  WS-CS-HIT            PIC 999 VALUE 0.
       01  WS-CS-CHOICE         PIC 999.
       01  WS-CS-JOB-SUBS       PIC 999.
       01  WS-CS-LISTED         PIC 999 VALUE 0.
       01  WS-CS-LOOKUP-COMPANY PIC X(80).
       01  WS-CS-SUSPENDED-FLAG PIC X VALUE 'N'.
           88 COMPANY-IS-SUSPENDED VALUE 'Y'.
       01  WS-CS-REASON-IN      PIC X(80).
       01  WS-CS-POSTINGS       PIC 999 VALUE 0.
       01  WS-CS-STUDENTS       PIC 9(04) VALUE 0.
       01  WS-CS-NOTICE         PIC X(120).
       01  WS-CS-TELL-USER      PIC X(20).
       01  WS-CS-TOLD-DATA.
           05 WS-CS-TOLD-COUNT PIC 999 VALUE 0.
           05 WS-CS-TOLD-USER PIC X(20) OCCURS 100 TIMES.
       01  WS-CS-TOLD-SUBS      PIC 999.
       01  LOGIN-CODE-MINUTES   PIC 9(02) VALUE 10.
       01  LOGIN-CODE-MAX-MISSES PIC 9(02) VALUE 3.
       01  LOGIN-CODE-MAX-SENDS PIC 9(02) VALUE 3.
       01  WS-LV-OK-FLAG        PIC X VALUE 'N'.
           88 LOGIN-CODE-OK     VALUE 'Y'.
       01  WS-LV-STOP-FLAG      PIC X VALUE 'N'.
       01  WS-LV-ENROLL-FLAG    PIC X VALUE 'N'.
           88 LOGIN-ENROLLING   VALUE 'Y'.
       01  WS-LV-CODE           PIC 9(06) VALUE 0.
       01  WS-LV-SENDS          PIC 9(02) VALUE 0.
       01  WS-LV-MISSES         PIC 9(02) VALUE 0.
       01  WS-LV-NOW-SECS       PIC 9(12) VALUE 0.
       01  WS-LV-EXPIRES-SECS   PIC 9(12) VALUE 0.
       01  WS-LV-STAMP.
           05 WS-LV-STAMP-DATE  PIC 9(08).
           05 WS-LV-STAMP-HH    PIC 9(02).
           05 WS-LV-STAMP-MI    PIC 9(02).
           05 WS-LV-STAMP-SS    PIC 9(02).
           05 FILLER            PIC X(07).
       01  SYSTEM-PARAMETERS-STATUS PIC XX VALUE SPACES.
      *> Every parameter in system-parameters.txt: its name, the
      *> documented default, the lowest and highest value accepted,
      *> the program that reads it, and what it controls. Add a row
      *> here (and bump SP-CATALOG-COUNT) before any program reads a
      *> new name.
       01  SP-CATALOG-VALUES.
           05 FILLER PIC X(30) VALUE "PASSWORD-MAX-AGE-DAYS".
           05 FILLER PIC 9(06) VALUE 180.
           05 FILLER PIC 9(06) VALUE 30.
           05 FILLER PIC 9(06) VALUE 999.
           05 FILLER PIC X(30) VALUE "InCollege".
           05 FILLER PIC X(50) VALUE
               "Days before a password must be replaced".
           05 FILLER PIC X(30) VALUE "IDLE-TIMEOUT-MINUTES".
           05 FILLER PIC 9(06) VALUE 30.
           05 FILLER PIC 9(06) VALUE 5.
           05 FILLER PIC 9(06) VALUE 240.
           05 FILLER PIC X(30) VALUE "InCollege".
           05 FILLER PIC X(50) VALUE
               "Idle minutes before a session is signed out".
           05 FILLER PIC X(30) VALUE "CONN-DAILY-LIMIT".
           05 FILLER PIC 9(06) VALUE 15.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 999.
           05 FILLER PIC X(30) VALUE "InCollege".
           05 FILLER PIC X(50) VALUE
               "Connection requests one account may send a day".
           05 FILLER PIC X(30) VALUE "MSG-DAILY-LIMIT".
           05 FILLER PIC 9(06) VALUE 50.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 999.
           05 FILLER PIC X(30) VALUE "InCollege".
           05 FILLER PIC X(50) VALUE
               "Messages one account may send a day".
           05 FILLER PIC X(30) VALUE "NOTIF-RETAIN-DAYS".
           05 FILLER PIC 9(06) VALUE 30.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 365.
           05 FILLER PIC X(30) VALUE "InCollege".
           05 FILLER PIC X(50) VALUE
               "Days a notification is kept before pruning".
           05 FILLER PIC X(30) VALUE "FEED-WINDOW-DAYS".
           05 FILLER PIC 9(06) VALUE 7.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 90.
           05 FILLER PIC X(30) VALUE "InCollege".
           05 FILLER PIC X(50) VALUE
               "Days of connection activity shown in the feed".
           05 FILLER PIC X(30) VALUE "LOCKOUT-FAILED-LOGINS".
           05 FILLER PIC 9(06) VALUE 5.
           05 FILLER PIC 9(06) VALUE 3.
           05 FILLER PIC 9(06) VALUE 20.
           05 FILLER PIC X(30) VALUE "InCollege".
           05 FILLER PIC X(50) VALUE
               "Failed logins in a row that lock an account".
           05 FILLER PIC X(30) VALUE "LOGIN-CODE-MINUTES".
           05 FILLER PIC 9(06) VALUE 10.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 60.
           05 FILLER PIC X(30) VALUE "InCollege".
           05 FILLER PIC X(50) VALUE
               "Minutes a login verification code stays good".
           05 FILLER PIC X(30) VALUE "LOGIN-CODE-MAX-MISSES".
           05 FILLER PIC 9(06) VALUE 3.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 10.
           05 FILLER PIC X(30) VALUE "InCollege".
           05 FILLER PIC X(50) VALUE
               "Wrong verification codes allowed per login".
           05 FILLER PIC X(30) VALUE "LOGIN-CODE-MAX-SENDS".
           05 FILLER PIC 9(06) VALUE 3.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 10.
           05 FILLER PIC X(30) VALUE "InCollege".
           05 FILLER PIC X(50) VALUE
               "Verification codes that may be sent per login".
           05 FILLER PIC X(30) VALUE "DORMANT-MONTHS".
           05 FILLER PIC 9(06) VALUE 6.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 120.
           05 FILLER PIC X(30) VALUE "DormantAccountsReport".
           05 FILLER PIC X(50) VALUE
               "Months with no login before an account is dormant".
           05 FILLER PIC X(30) VALUE "MESSAGE-ARCHIVE-DAYS".
           05 FILLER PIC 9(06) VALUE 365.
           05 FILLER PIC 9(06) VALUE 30.
           05 FILLER PIC 9(06) VALUE 3650.
           05 FILLER PIC X(30) VALUE "MessagesArchiveJob".
           05 FILLER PIC X(50) VALUE
               "Days before a message moves to the archive".
           05 FILLER PIC X(30) VALUE "CASELOAD-FOLLOW-UP-DAYS".
           05 FILLER PIC 9(06) VALUE 30.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 365.
           05 FILLER PIC X(30) VALUE "AdvisorCaseloadReport".
           05 FILLER PIC X(50) VALUE
               "Days with no login before a student needs a call".
           05 FILLER PIC X(30) VALUE "CASELOAD-THIN-PROFILE-PCT".
           05 FILLER PIC 9(06) VALUE 75.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 100.
           05 FILLER PIC X(30) VALUE "AdvisorCaseloadReport".
           05 FILLER PIC X(50) VALUE
               "Profile score under which a profile is thin".
           05 FILLER PIC X(30) VALUE "TRANSCRIPT-RETAIN-DAYS".
           05 FILLER PIC 9(06) VALUE 30.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 365.
           05 FILLER PIC X(30) VALUE "AuditRotateJob".
           05 FILLER PIC X(50) VALUE
               "Days a session transcript is kept".
           05 FILLER PIC X(30) VALUE "CHAIN-LOOKBACK-DAYS".
           05 FILLER PIC 9(06) VALUE 56.
           05 FILLER PIC 9(06) VALUE 7.
           05 FILLER PIC 9(06) VALUE 365.
           05 FILLER PIC X(30) VALUE "ChainRunTrendReport".
           05 FILLER PIC X(50) VALUE
               "Days of chain history compared for trends".
           05 FILLER PIC X(30) VALUE "CHAIN-SLOW-PERCENT".
           05 FILLER PIC 9(06) VALUE 150.
           05 FILLER PIC 9(06) VALUE 101.
           05 FILLER PIC 9(06) VALUE 999.
           05 FILLER PIC X(30) VALUE "ChainRunTrendReport".
           05 FILLER PIC X(50) VALUE
               "Percent of the usual run time counted as slow".
           05 FILLER PIC X(30) VALUE "CHAIN-SLOW-MIN-SECS".
           05 FILLER PIC 9(06) VALUE 60.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 3600.
           05 FILLER PIC X(30) VALUE "ChainRunTrendReport".
           05 FILLER PIC X(50) VALUE
               "Seconds under which a step is never called slow".
           05 FILLER PIC X(30) VALUE "CHAIN-MIN-PRIOR-RUNS".
           05 FILLER PIC 9(06) VALUE 3.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 20.
           05 FILLER PIC X(30) VALUE "ChainRunTrendReport".
           05 FILLER PIC X(50) VALUE
               "Earlier runs needed before a step is judged".
           05 FILLER PIC X(30) VALUE "COLD-RELATIONSHIP-DAYS".
           05 FILLER PIC 9(06) VALUE 90.
           05 FILLER PIC 9(06) VALUE 7.
           05 FILLER PIC 9(06) VALUE 999.
           05 FILLER PIC X(30) VALUE "ColdRelationshipsReport".
           05 FILLER PIC X(50) VALUE
               "Days since last contact before a company is cold".
           05 FILLER PIC X(30) VALUE "DUPLICATE-CREATION-DAYS".
           05 FILLER PIC 9(06) VALUE 7.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 90.
           05 FILLER PIC X(30) VALUE "DuplicatePersonReport".
           05 FILLER PIC X(50) VALUE
               "Days apart two look-alike profiles count as close".
           05 FILLER PIC X(30) VALUE "EMPLOYER-UNTOUCHED-DAYS".
           05 FILLER PIC 9(06) VALUE 30.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 365.
           05 FILLER PIC X(30) VALUE "EmployerResponsivenessReport".
           05 FILLER PIC X(50) VALUE
               "Days an application may sit with no response".
           05 FILLER PIC X(30) VALUE "JOB-EXPIRY-WARNING-DAYS".
           05 FILLER PIC 9(06) VALUE 3.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 30.
           05 FILLER PIC X(30) VALUE "JobExpirationJob".
           05 FILLER PIC X(50) VALUE
               "Days before expiry a poster is warned".
           05 FILLER PIC X(30) VALUE "FEED-IMPORT-RUN-DAYS".
           05 FILLER PIC 9(06) VALUE 90.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 365.
           05 FILLER PIC X(30) VALUE "JobFeedImportJob".
           05 FILLER PIC X(50) VALUE
               "Days a feed posting runs with no expiration given".
           05 FILLER PIC X(30) VALUE "MILESTONE-LAGGING-PCT".
           05 FILLER PIC 9(06) VALUE 75.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 100.
           05 FILLER PIC X(30) VALUE "MilestoneTrackerJob".
           05 FILLER PIC X(50) VALUE
               "Cohort completion percent under which it lags".
           05 FILLER PIC X(30) VALUE "PROFILE-NUDGE-PCT".
           05 FILLER PIC 9(06) VALUE 75.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 100.
           05 FILLER PIC X(30) VALUE "ProfileCompletenessJob".
           05 FILLER PIC X(50) VALUE
               "Profile score under which a nudge is sent".
           05 FILLER PIC X(30) VALUE "BENCHMARK-MIN-SAMPLE".
           05 FILLER PIC 9(06) VALUE 5.
           05 FILLER PIC 9(06) VALUE 5.
           05 FILLER PIC 9(06) VALUE 99.
           05 FILLER PIC X(30) VALUE "SalaryBenchmarkJob".
           05 FILLER PIC X(50) VALUE
               "Salaries needed before a benchmark is published".
           05 FILLER PIC X(30) VALUE "FLOW-MIN-CELL-SIZE".
           05 FILLER PIC 9(06) VALUE 5.
           05 FILLER PIC 9(06) VALUE 3.
           05 FILLER PIC 9(06) VALUE 9.
           05 FILLER PIC X(30) VALUE "ApplicantFlowReport".
           05 FILLER PIC X(50) VALUE
               "Smallest applicant count printed as a number".
           05 FILLER PIC X(30) VALUE "WORK-AUTH-LOOKBACK-DAYS".
           05 FILLER PIC 9(06) VALUE 365.
           05 FILLER PIC 9(06) VALUE 30.
           05 FILLER PIC 9(06) VALUE 999.
           05 FILLER PIC X(30) VALUE "WorkAuthorizationReport".
           05 FILLER PIC X(50) VALUE
               "Days of accepted placements checked".
           05 FILLER PIC X(30) VALUE "WORK-AUTH-EXPIRY-WARN-DAYS".
           05 FILLER PIC 9(06) VALUE 30.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 365.
           05 FILLER PIC X(30) VALUE "WorkAuthorizationReport".
           05 FILLER PIC X(50) VALUE
               "Days ahead a work authorization is flagged".
           05 FILLER PIC X(30) VALUE "ACCOMMODATION-HORIZON-DAYS".
           05 FILLER PIC 9(06) VALUE 7.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 60.
           05 FILLER PIC X(30) VALUE "AccommodationReport".
           05 FILLER PIC X(50) VALUE
               "Days ahead an unarranged request is listed".
           05 FILLER PIC X(30) VALUE "CLOSURE-LOOKBACK-DAYS".
           05 FILLER PIC 9(06) VALUE 30.
           05 FILLER PIC 9(06) VALUE 1.
           05 FILLER PIC 9(06) VALUE 365.
           05 FILLER PIC X(30) VALUE "OfficeClosureReport".
           05 FILLER PIC X(50) VALUE
               "Days back a past office closure is still listed".
           05 FILLER PIC X(30) VALUE "SITE-EVAL-MIN-RESPONSES".
           05 FILLER PIC 9(06) VALUE 3.
           05 FILLER PIC 9(06) VALUE 2.
           05 FILLER PIC 9(06) VALUE 99.
           05 FILLER PIC X(30) VALUE "SiteEvalRollupJob".
           05 FILLER PIC X(50) VALUE
               "Site evaluations needed before a company shows".
           05 FILLER PIC X(30) VALUE "SITE-EVAL-LOW-SUPERVISION".
           05 FILLER PIC 9(06) VALUE 3.
           05 FILLER PIC 9(06) VALUE 2.
           05 FILLER PIC 9(06) VALUE 5.
           05 FILLER PIC X(30) VALUE "SiteSupervisionReport".
           05 FILLER PIC X(50) VALUE
               "Average supervision score below which a site flags".
       01  SP-CATALOG REDEFINES SP-CATALOG-VALUES.
           05 SP-CAT-ENTRY OCCURS 34 TIMES.
               10 SP-CAT-NAME    PIC X(30).
               10 SP-CAT-DEFAULT PIC 9(06).
               10 SP-CAT-MIN     PIC 9(06).
               10 SP-CAT-MAX     PIC 9(06).
               10 SP-CAT-OWNER   PIC X(30).
               10 SP-CAT-TEXT    PIC X(50).
       01  SP-CATALOG-COUNT     PIC 99 VALUE 34.
       01  WS-SP-DATA.
           05 WS-SP-ROW OCCURS 34 TIMES.
               10 WS-SP-VALUE     PIC 9(06).
               10 WS-SP-SET-BY    PIC X(20).
               10 WS-SP-SET-DATE  PIC 9(08).
               10 WS-SP-BAD-FLAG  PIC X(01).
               10 WS-SP-BAD-VALUE PIC 9(06).
       01  WS-SP-SUBS           PIC 99.
       01  WS-SP-HIT            PIC 99 VALUE 0.
       01  WS-SP-NAME-IN        PIC X(30).
       01  WS-SP-NEW-VALUE      PIC 9(06) VALUE 0.
       01  WS-SP-OLD-VALUE      PIC 9(06) VALUE 0.
       01  WS-SP-SHOW-VALUE     PIC Z(5)9.
       01  WS-SP-SHOW-DEFAULT   PIC Z(5)9.
       01  WS-SP-SHOW-MIN       PIC Z(5)9.
       01  WS-SP-SHOW-MAX       PIC Z(5)9.
       01  WS-SP-SHOW-OLD       PIC Z(5)9.
       01  JOB-OPENINGS-STATUS  PIC XX VALUE SPACES.
       01  WS-JO-DATA.
           05 WS-JO-COUNT PIC 999 VALUE 0.
           05 WS-JO-TABLE OCCURS 999 TIMES.
               10 WS-JO-JOB-ID       PIC 9(06).
               10 WS-JO-OPENINGS     PIC 9(03).
               10 WS-JO-FILLED       PIC 9(03).
       01  WS-JO-SUBS           PIC 999.
       01  WS-JO-HIT            PIC 999 VALUE 0.
       01  WS-JO-LOOKUP-ID      PIC 9(06).
       01  WS-JO-TOTAL          PIC 999 VALUE 1.
       01  WS-JO-FILLED-NOW     PIC 999 VALUE 0.
       01  WS-JO-REMAINING      PIC 999 VALUE 0.
       01  WS-JO-ENTERED        PIC 999 VALUE 1.
       01  WS-JO-FLOOR          PIC 999 VALUE 1.
       01  WS-JO-TOTAL-SHOW     PIC ZZ9.
       01  WS-JO-REMAIN-SHOW    PIC ZZ9.
       01  WS-JO-FILLED-SHOW    PIC ZZ9.
       01  WS-JO-OLD-SHOW       PIC ZZ9.
       01  WS-JO-SHOWN          PIC X(40).
       01  WS-JO-SAVED-CHOICE   PIC 999.
       01  WS-CLOSE-QUIET-FLAG  PIC X VALUE 'N'.
           88 CLOSE-IS-QUIET    VALUE 'Y'.
       01  WS-CLOSE-ACTOR       PIC X(20) VALUE SPACES.
       01  WS-AUTO-CLOSE-TAG    PIC X(20) VALUE "OpeningsAutoClose".
       01  SCREENING-QUESTIONS-STATUS PIC XX VALUE SPACES.
       01  SCREENING-ANSWERS-STATUS   PIC XX VALUE SPACES.
       01  WS-SQ-DATA.
           05 WS-SQ-COUNT PIC 999 VALUE 0.
           05 WS-SQ-TABLE OCCURS 500 TIMES.
               10 WS-SQ-JOB-ID       PIC 9(06).
               10 WS-SQ-SEQ          PIC 9(01).
               10 WS-SQ-TYPE         PIC X(01).
               10 WS-SQ-TEXT         PIC X(100).
               10 WS-SQ-REQUIRED     PIC X(60).
       01  WS-SQ-SUBS           PIC 999.
       01  WS-SQ-MINE           PIC 9 VALUE 0.
       01  WS-SQ-PICK           PIC 9 VALUE 0.
       01  WS-SQ-NEW-TYPE       PIC X(01).
       01  WS-SQ-NEW-TEXT       PIC X(100).
       01  WS-SQ-NEW-REQUIRED   PIC X(60).
       01  WS-SAP-DATA.
           05 WS-SAP-COUNT PIC 9 VALUE 0.
           05 WS-SAP-TABLE OCCURS 5 TIMES.
               10 WS-SAP-SEQ         PIC 9(01).
               10 WS-SAP-QUESTION    PIC X(100).
               10 WS-SAP-ANSWER      PIC X(60).
               10 WS-SAP-KNOCKOUT    PIC X(01).
       01  WS-SA-LOOKUP-USER    PIC X(20).
       01  WS-SA-LOOKUP-JOB     PIC 9(06).
       01  WS-SA-EOF            PIC X VALUE 'N'.
       01  WS-SA-LINE           PIC X(256).
       01  WS-SA-KNOCKED-FLAG   PIC X VALUE 'N'.
           88 SA-KNOCKED-OUT    VALUE 'Y'.
       01  WS-SCREEN-FILTER-FLAG PIC X VALUE 'N'.
           88 SHOW-QUALIFIED-ONLY VALUE 'Y'.
       01  WS-SCREEN-HIDDEN     PIC 999 VALUE 0.
       01  SA-REMOVE-FLAG       PIC X(01) VALUE 'N'.
           88 SA-REMOVE-ROWS    VALUE 'Y'.
       01  SITE-EVALS-STATUS        PIC XX VALUE SPACES.
       01  SITE-EVAL-ROLLUPS-STATUS PIC XX VALUE SPACES.
       01  WS-SITE-EVALS-DATA.
           05 WS-SE-COUNT PIC 999 VALUE 0.
           05 WS-SITE-EVALS-TABLE OCCURS 300 TIMES.
               10 WS-SE-USERNAME    PIC X(20).
               10 WS-SE-JOB-ID      PIC 9(06).
               10 WS-SE-EMPLOYER    PIC X(80).
               10 WS-SE-LEARNING    PIC 9(01).
               10 WS-SE-SUPERVISION PIC 9(01).
               10 WS-SE-RECOMMEND   PIC X(01).
               10 WS-SE-COMMENTS    PIC X(200).
               10 WS-SE-EVAL-DATE   PIC 9(08).
       01  WS-SE-SUBS           PIC 999.
       01  WS-SE-HIT            PIC 999 VALUE 0.
       01  WS-SE-MARK           PIC X(12) VALUE SPACES.
       01  WS-SEV-FOUND-FLAG    PIC X VALUE 'N'.
       01  WS-SEV-ROW.
           05 WS-SEV-COMPANY       PIC X(80).
           05 WS-SEV-RESPONSES     PIC 9(04).
           05 WS-SEV-LEARNING      PIC 9V9.
           05 WS-SEV-SUPERVISION   PIC 9V9.
           05 WS-SEV-RECOMMEND-PCT PIC 9(03).
           05 WS-SEV-BUILT-DATE    PIC 9(08).
       01  WS-SEV-SHOW-COUNT       PIC Z(3)9.
       01  WS-SEV-SHOW-LEARNING    PIC 9.9.
       01  WS-SEV-SHOW-SUPERVISION PIC 9.9.
       01  WS-SEV-SHOW-PCT         PIC ZZ9.
       01  FAIR-SETUP-STATUS        PIC XX VALUE SPACES.
       01  FAIR-REGS-STATUS         PIC XX VALUE SPACES.
       01  WS-FAIR-SETUP-DATA.
           05 WS-FS-COUNT PIC 99 VALUE 0.
           05 WS-FAIR-SETUP-TABLE OCCURS 50 TIMES.
               10 WS-FS-EVENT-ID    PIC 9(04).
               10 WS-FS-BOOTH-LIMIT PIC 9(03).
               10 WS-FS-FEE         PIC 9(05)V99 OCCURS 3 TIMES.
               10 WS-FS-SET-BY      PIC X(20).
               10 WS-FS-SET-DATE    PIC 9(08).
       01  WS-FS-SUBS               PIC 99 VALUE 0.
       01  WS-FS-HIT                PIC 99 VALUE 0.
       01  WS-FAIR-REGS-DATA.
           05 WS-FR-COUNT PIC 999 VALUE 0.
           05 WS-FAIR-REGS-TABLE OCCURS 300 TIMES.
               10 WS-FR-EVENT-ID       PIC 9(04).
               10 WS-FR-SEQ            PIC 9(03).
               10 WS-FR-COMPANY        PIC X(80).
               10 WS-FR-REGISTERED-BY  PIC X(20).
               10 WS-FR-PACKAGE        PIC 9(01).
               10 WS-FR-REPS           PIC 9(02).
               10 WS-FR-POWER          PIC X(01).
               10 WS-FR-REQUESTS       PIC X(100).
               10 WS-FR-FEE            PIC 9(05)V99.
               10 WS-FR-STATUS         PIC X(01).
                   88 WS-FR-CONFIRMED  VALUE 'C'.
                   88 WS-FR-CANCELLED  VALUE 'X'.
               10 WS-FR-BOOTH          PIC 9(03).
               10 WS-FR-REG-DATE       PIC 9(08).
               10 WS-FR-CONFIRMED-BY   PIC X(20).
               10 WS-FR-CONFIRMED-DATE PIC 9(08).
               10 WS-FR-PAID           PIC X(01).
               10 WS-FR-PAID-DATE      PIC 9(08).
       01  WS-FR-SUBS               PIC 999 VALUE 0.
       01  WS-FR-HIT                PIC 999 VALUE 0.
       01  WS-FR-PICK               PIC 999 VALUE 0.
       01  WS-FR-TAKEN              PIC 999 VALUE 0.
       01  WS-FR-MAX-SEQ            PIC 999 VALUE 0.
       01  WS-FR-COMPANY-IN         PIC X(80) VALUE SPACES.
       01  WS-FR-NEW-PKG            PIC 9 VALUE 0.
       01  WS-FR-NEW-REPS           PIC 99 VALUE 0.
       01  WS-FR-NEW-POWER          PIC X VALUE 'N'.
       01  WS-FR-NEW-REQUESTS       PIC X(100) VALUE SPACES.
       01  WS-FR-NEW-BOOTH          PIC 999 VALUE 0.
       01  WS-FAIR-NEW-LIMIT        PIC 999 VALUE 0.
       01  WS-FAIR-NEW-FEES.
           05 WS-FAIR-NEW-FEE       PIC 9(05)V99 OCCURS 3 TIMES.
       01  WS-FAIR-LISTED-FLAG      PIC X VALUE 'N'.
       01  WS-FAIR-DONE-FLAG        PIC X VALUE 'N'.
       01  WS-FAIR-SHOW-NUM         PIC ZZ9.
       01  WS-FAIR-SHOW-LIMIT       PIC ZZ9.
       01  WS-FAIR-SHOW-FEE         PIC ZZ,ZZ9.99.
       01  WS-FAIR-BOOTH-TEXT       PIC X(15) VALUE SPACES.
       01  WS-FAIR-STATUS-TEXT      PIC X(10) VALUE SPACES.
       01  WS-FAIR-PAID-TEXT        PIC X(06) VALUE SPACES.
       01  FAIR-PACKAGE-VALUES.
           05 FILLER PIC X(08) VALUE "Standard".
           05 FILLER PIC X(08) VALUE "Premium".
           05 FILLER PIC X(08) VALUE "Sponsor".
       01  FAIR-PACKAGE-TABLE REDEFINES FAIR-PACKAGE-VALUES.
           05 FAIR-PACKAGE-NAME PIC X(08) OCCURS 3 TIMES.
       01  CONTACTS-STATUS      PIC XX VALUE SPACES.
       01  CONTACT-SPOOL-STATUS PIC XX VALUE SPACES.
       01  CONTACT-SPOOL-FILENAME PIC X(60) VALUE SPACES.
       01  WS-CT-DATA.
           05 WS-CT-COUNT PIC 999 VALUE 0.
           05 WS-CT-TABLE OCCURS 300 TIMES.
               10 WS-CT-USERNAME       PIC X(20).
               10 WS-CT-EMAIL          PIC X(80).
               10 WS-CT-PHONE          PIC X(20).
               10 WS-CT-CHANNEL        PIC X(01).
               10 WS-CT-EMAIL-VERIFIED PIC X(01).
                  88 WS-CT-EMAIL-OK    VALUE 'Y'.
                  88 WS-CT-EMAIL-BOUNCED VALUE 'B'.
               10 WS-CT-CODE           PIC 9(06).
               10 WS-CT-CODE-DATE      PIC 9(08).
               10 WS-CT-VERIFIED-DATE  PIC 9(08).
               10 WS-CT-UPDATED-DATE   PIC 9(08).
       01  WS-CT-SUBS           PIC 999.
       01  WS-CT-HIT            PIC 999 VALUE 0.
       01  WS-CT-TARGET         PIC X(20).
       01  WS-CT-AT-COUNT       PIC 99 VALUE 0.
       01  WS-CT-NEW-EMAIL      PIC X(80).
       01  WS-CT-SUBJECT        PIC X(60).
       01  WS-CT-BODY           PIC X(120).
       01  WS-CT-CODE-OK-FLAG   PIC X(01) VALUE 'N'.
           88 CONTACT-CODE-OK   VALUE 'Y'.
       01  WS-CT-CHOICE         PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               MOVE 'Y' TO WS-ONLINE-LOCK-HELD
           END-IF.

           PERFORM LOAD-SYSTEM-PARAMETERS-PROCEDURE.
           PERFORM APPLY-SYSTEM-PARAMETERS-PROCEDURE.
           PERFORM LOAD-USERS-FROM-FILE.
           PERFORM LOAD-PROFILES-FROM-FILE.
           PERFORM LOAD-CONNECTIONS-FROM-FILE.
           PERFORM LOAD-SKILLS-CATALOG-PROCEDURE.
           PERFORM LOAD-SKILLS-FROM-FILE.
           PERFORM LOAD-JOB-SKILLS-FROM-FILE.
           PERFORM LOAD-PORTFOLIO-PROCEDURE.
           PERFORM LOAD-VERIFIED-FROM-FILE.
           PERFORM LOAD-CAMPUS-FROM-FILE.
           PERFORM LOAD-REFERENCE-TABLES-PROCEDURE.

           SET NOT-END-OF-FILE TO TRUE.

           PERFORM UNTIL END-OF-FILE OR CONNECTION-COUNT
               >= MAX-CONNECTION-COUNT
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO CONNECTION-COUNT
                       MOVE SENDER-USERNAME
                           TO CON-SENDER(CONNECTION-COUNT)
                       MOVE RECEIVER-USERNAME
                           TO CON-RECEIVER(CONNECTION-COUNT)
                       MOVE CONN-STATUS TO CON-STATUS(CONNECTION-COUNT)
                       IF CON-STATUS(CONNECTION-COUNT) = SPACES
                           MOVE "PENDING"
                               TO CON-STATUS(CONNECTION-COUNT)
                       END-IF
               END-READ
           END-PERFORM
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO NETWORK-COUNT
                       MOVE NETWORKS-RECORD
                           TO NETWORKS-TABLE(NETWORK-COUNT)
               END-READ
           END-PERFORM.

           END-PERFORM.
           CLOSE JOBS-FILE.

      *> The session table holds only the signed-in user's own
      *> applications, read by key at login - everyone else's are
      *> read from the file by key when a screen needs them. Here
      *> the file is just made sure of.
        LOAD-APPLICATIONS-FROM-FILE.
           INITIALIZE WS-APPLICATIONS-DATA.

               CLOSE APPLICATIONS-FILE
           END-IF.

       LOAD-COMPANIES-FROM-FILE.
           INITIALIZE COMPANIES-DATA.

                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO COMPANY-COUNT
                       MOVE COMPANIES-RECORD
                           TO COMPANIES-TABLE(COMPANY-COUNT)
               END-READ
           END-PERFORM.
           CLOSE COMPANIES-FILE.

       SAVE-USERS-TO-FILE.
      *> Updates or inserts just the one changed row
      *> (WS-USER-SAVE-INDEX, set by the caller) in place, instead of
      *> rewriting every account's record on every save.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &


       SAVE-PROFILES-TO-FILE.
      *> Updates or inserts just the one changed row
      *> (WS-PROFILE-SAVE-INDEX, set by the caller) in place, keyed by
      *> username, instead of rewriting every profile on every save.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &

           MOVE USER-USERNAME(WS-PROFILE-SAVE-INDEX)
               TO USER-PROFILE-USERNAME(WS-PROFILE-SAVE-INDEX).
           MOVE USER-PROFILES-TABLE(WS-PROFILE-SAVE-INDEX)
               TO PROFILES-RECORD.
           REWRITE PROFILES-RECORD
               INVALID KEY
                   WRITE PROFILES-RECORD
           PERFORM WRITE-JOURNAL-PROCEDURE.

       SAVE-CONNECTIONS-TO-FILE.
      *> Updates or inserts just the one changed row
      *> (WS-CONN-SAVE-INDEX, set by the caller) in place, instead of
      *> rewriting every connection's record on every save.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &

       SAVE-JOBS-TO-FILE.
      *> Updates or inserts just the one changed row (WS-JOB-SAVE-INDEX,
      *> set by the caller) in place by relative record number,
      *> instead of rewriting every job posting on every save.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
           MOVE "jobs.txt" TO WS-JRN-FILE-TAG.
           MOVE SPACES TO WS-JRN-KEY-TEXT.
           MOVE WS-JOB-ID(WS-JOB-SAVE-INDEX) TO WS-JRN-KEY-TEXT(1:6).
           MOVE WS-JOBS-TABLE(WS-JOB-SAVE-INDEX)(1:607)
               TO WS-JRN-IMAGE-TEXT.
           PERFORM WRITE-JOURNAL-PROCEDURE.

       SAVE-APPLICATION-TO-FILE.
      *> Updates or inserts just the one changed application
      *> (WS-APP-SAVE-INDEX, set by the caller) by its job +
      *> applicant key, instead of rewriting every application on
      *> every save.
           MOVE WS-APPLICATIONS-TABLE(WS-APP-SAVE-INDEX)
               TO WS-APP-WORK.
           PERFORM SAVE-APPLICATION-WORK-TO-FILE.

      *> The same keyed save for the application in WS-APP-WORK.
       SAVE-APPLICATION-WORK-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O APPLICATIONS-FILE.
           IF APP-FILE-STATUS = "35"
               OPEN OUTPUT APPLICATIONS-FILE
               CLOSE APPLICATIONS-FILE
               OPEN I-O APPLICATIONS-FILE
           END-IF.

           MOVE WS-APP-WORK TO APPLICATIONS-RECORD.
           REWRITE APPLICATIONS-RECORD
               INVALID KEY
                   WRITE APPLICATIONS-RECORD
           END-REWRITE.

           CLOSE APPLICATIONS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Renames walk the old name's applications through the
      *> alternate key. The applicant is part of the record key, so
      *> each one is deleted and written back under the new name;
      *> restarting at the old name after every move means the walk
      *> never trips over the key it just changed.
       RENAME-APPLICATIONS-ON-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O APPLICATIONS-FILE.
           IF APP-FILE-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               PERFORM RELEASE-DATA-LOCK-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-APP-SCAN-FLAG.
           PERFORM UNTIL APP-SCAN-DONE
               MOVE WS-OLD-USERNAME TO APP-USERNAME
               START APPLICATIONS-FILE KEY = APP-USERNAME
                   INVALID KEY
                       MOVE 'Y' TO WS-APP-SCAN-FLAG
               END-START
               IF NOT APP-SCAN-DONE
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-APP-SCAN-FLAG
                   END-READ
               END-IF
               IF NOT APP-SCAN-DONE
                   IF APP-USERNAME NOT = WS-OLD-USERNAME
                       MOVE 'Y' TO WS-APP-SCAN-FLAG
                   ELSE
                       DELETE APPLICATIONS-FILE RECORD
                       MOVE WS-NEW-USERNAME TO APP-USERNAME
                       WRITE APPLICATIONS-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Account deletion removes every application the user made,
      *> found through the alternate key.
       DELETE-APPLICATIONS-ON-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O APPLICATIONS-FILE.
           IF APP-FILE-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               PERFORM RELEASE-DATA-LOCK-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-APP-SCAN-FLAG.
           MOVE WS-OLD-USERNAME TO APP-USERNAME.
           START APPLICATIONS-FILE KEY = APP-USERNAME
               INVALID KEY
                   MOVE 'Y' TO WS-APP-SCAN-FLAG
           END-START.
           PERFORM UNTIL APP-SCAN-DONE
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APP-SCAN-FLAG
                   NOT AT END
                       IF APP-USERNAME NOT = WS-OLD-USERNAME
                           MOVE 'Y' TO WS-APP-SCAN-FLAG
                       ELSE
                           DELETE APPLICATIONS-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.


                       MOVE USER-LOCKED-UNTIL(I)(1:8) TO WS-LOCKOUT-DATE
                   END-IF

                   IF WS-LOCKOUT-DATE NOT = 0 AND WS-TODAY-DATE
                       < WS-LOCKOUT-DATE

                       SET ACCOUNT-IS-LOCKED TO TRUE

                       IF HP-OUTPUT-HASH = USER-PASSWORD-HASH(I)
                           SET LOGIN-SUCCESSFUL TO TRUE
                           MOVE I TO LOGGED-IN-RANK
      *> Roles with a second step keep their count until it passes.
                           IF USER-ROLE(I) NOT = 'E'
                               AND USER-ROLE(I) NOT = 'C'
                               MOVE 0 TO USER-FAILED-LOGINS(I)
                           END-IF
                           MOVE SPACES TO USER-LOCKED-UNTIL(I)
                           MOVE WS-TODAY-DATE
                               TO USER-LAST-LOGIN-DATE(I)
                       ELSE
                           ADD 1 TO USER-FAILED-LOGINS(I)
                           IF USER-FAILED-LOGINS(I)
                               >= LOCKOUT-FAILED-LOGINS
                               COMPUTE WS-DATE-INTEGER =
                                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                                       + 1
                               MOVE SPACES TO USER-LOCKED-UNTIL(I)
                               MOVE
                               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                                   TO USER-LOCKED-UNTIL(I)(1:8)
                               MOVE 0 TO USER-FAILED-LOGINS(I)
                           END-IF
                           MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT
                           MOVE "Failed login attempt"
                               TO AUDIT-ACTION-TEXT
                           PERFORM LOG-AUDIT-ACTION-PROCEDURE
                       END-IF
                       MOVE I TO WS-USER-SAVE-INDEX
              END-IF
           END-PERFORM.

      *> Employer and career-services accounts prove themselves a
      *> second time before anything else happens on the login.
           IF LOGIN-SUCCESSFUL
               AND (USER-ROLE(LOGGED-IN-RANK) = 'E'
                   OR USER-ROLE(LOGGED-IN-RANK) = 'C')
               PERFORM LOGIN-VERIFICATION-PROCEDURE
               IF NOT LOGIN-CODE-OK
                   PERFORM INITIAL-PROMPT-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *> A student the registrar reports as withdrawn was closed by
      *> the nightly sync and cannot reopen the account themselves -
      *> career services can, if the registrar has it wrong.
           IF LOGIN-SUCCESSFUL
               AND USER-ACCOUNT-STATUS(LOGGED-IN-RANK) = 'D'
               MOVE USER-USERNAME(LOGGED-IN-RANK) TO WS-ES-LOOKUP-USER
               PERFORM LOOKUP-ENROLLMENT-STATUS-PROCEDURE
               IF WS-ES-WITHDRAWN
                   MOVE "Your account was closed because the" &
                   " registrar lists you as withdrawn. Please contact" &
                   " career services if that is not right."
                   TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM INITIAL-PROMPT-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF LOGIN-SUCCESSFUL
               AND USER-ACCOUNT-STATUS(LOGGED-IN-RANK) = 'D'
               MOVE "Your account is deactivated. Reactivate it? (Y/N):"
                   PERFORM CHANGE-PASSWORD-PROCEDURE
                   PERFORM CHECK-PASSWORD-AGE-PROCEDURE
               END-PERFORM
               IF ROLE-IS-EMPLOYER
                   PERFORM CHECK-EMPLOYER-TERMS-PROCEDURE
               END-IF
               PERFORM CHECK-MAIL-BOUNCE-PROCEDURE
               PERFORM LOAD-MY-MESSAGES-PROCEDURE
               PERFORM REFRESH-MY-APPLICATIONS-PROCEDURE
               PERFORM COUNT-PENDING-REQUESTS-PROCEDURE
               PERFORM COUNT-UNREAD-NOTIFICATIONS-PROCEDURE
               PERFORM SHOW-NEW-ANNOUNCEMENTS-PROCEDURE

           ELSE IF ACCOUNT-IS-LOCKED

               MOVE "This account is temporarily locked due to" &
               " repeated failed logins. Please try again later."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT
               MOVE "Login blocked - account locked"
                   TO AUDIT-ACTION-TEXT
               PERFORM LOG-AUDIT-ACTION-PROCEDURE
               PERFORM INITIAL-PROMPT-PROCEDURE

                       MOVE HP-SALT TO USER-PASSWORD-SALT(USER-COUNT)
                       MOVE TEMP-PASSWORD TO HP-INPUT
                       PERFORM HASH-PASSWORD-PROCEDURE
                       MOVE HP-OUTPUT-HASH
                           TO USER-PASSWORD-HASH(USER-COUNT)

                       PERFORM CHOOSE-ACCOUNT-ROLE-PROCEDURE
                       PERFORM CHOOSE-CAMPUS-PROCEDURE

                       MOVE USER-COUNT TO LOGGED-IN-RANK
                       PERFORM SET-RECOVERY-QUESTION-PROCEDURE
                       MOVE SIGNUP-USERNAME TO WS-CT-TARGET
                       PERFORM CAPTURE-CONTACT-DETAILS-PROCEDURE
                       IF USER-ROLE(USER-COUNT) = 'S'
                           MOVE USER-COUNT TO WS-CSL-RANK-IN
                           PERFORM ASSIGN-CASELOAD-PROCEDURE
                       END-IF

                       MOVE "Account created successfully."
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT

                       MOVE SIGNUP-USERNAME TO AUDIT-USER-TEXT
       VALIDATE-PASSWORD-PROCEDURE.
           SET IS-VALID TO TRUE.
           INITIALIZE CAPS-COUNT, DIGIT-COUNT, SPECIAL-COUNT.
           COMPUTE PASS-LEN
               = FUNCTION LENGTH(FUNCTION TRIM(TEMP-PASSWORD)).
           IF PASS-LEN < 8 OR PASS-LEN > 12
               SET IS-NOT-VALID TO TRUE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PASS-LEN
                   ADD 1 TO DIGIT-COUNT
              END-IF

              IF (TEMP-PASSWORD(I:1) >= "!") AND (TEMP-PASSWORD(I:1)
                  <= "/") OR
                 (TEMP-PASSWORD(I:1) >= ":") AND (TEMP-PASSWORD(I:1)
                     <= "@") OR
                 (TEMP-PASSWORD(I:1) >= "[") AND (TEMP-PASSWORD(I:1)
                     <= "`") OR
                 (TEMP-PASSWORD(I:1) >= "{") AND (TEMP-PASSWORD(I:1)
                     <= "~")
                   ADD 1 TO SPECIAL-COUNT
              END-IF



       SET-RECOVERY-QUESTION-PROCEDURE.
           MOVE "Set up account recovery in case you forget your " &
               "password."
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter a security question:" TO TO-OUTPUT-BUF.
           PERFORM GENERATE-SALT-PROCEDURE.
           MOVE HP-SALT TO USER-RECOVERY-ANSWER-SALT(LOGGED-IN-RANK).
           PERFORM HASH-PASSWORD-PROCEDURE.
           MOVE HP-OUTPUT-HASH
               TO USER-RECOVERY-ANSWER-HASH(LOGGED-IN-RANK).

       FORGOT-PASSWORD-PROCEDURE.
           MOVE "Please enter your username:" TO TO-OUTPUT-BUF.
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(USER-RECOVERY-QUESTION(LOGGED-IN-RANK))
               = SPACES
               MOVE "No recovery question is on file for that account."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           MOVE USER-RECOVERY-ANSWER-SALT(LOGGED-IN-RANK) TO HP-SALT.
           PERFORM HASH-PASSWORD-PROCEDURE.

           IF HP-OUTPUT-HASH
               NOT = USER-RECOVERY-ANSWER-HASH(LOGGED-IN-RANK)
               MOVE "Incorrect answer." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM INITIAL-PROMPT-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

      *> With a confirmed email on file the answer alone is not
      *> enough: a reset code goes to that address and must come
      *> back. An unconfirmed address is never mailed.
           PERFORM LOAD-CONTACTS-PROCEDURE.
           MOVE LOGIN-USERNAME TO WS-CT-TARGET.
           PERFORM FIND-CONTACT-ROW-PROCEDURE.
           IF WS-CT-HIT > 0
               IF WS-CT-EMAIL-OK(WS-CT-HIT)
                   MOVE "Your InCollege password reset code"
                       TO WS-CT-SUBJECT
                   PERFORM SEND-CONTACT-CODE-PROCEDURE
                   PERFORM READ-CONTACT-CODE-PROCEDURE
                   IF NOT CONTACT-CODE-OK
                       MOVE "Incorrect or expired code."
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                       PERFORM INITIAL-PROMPT-PROCEDURE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           MOVE "Please enter your new password:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           PERFORM SAVE-USERS-TO-FILE.

           MOVE USER-USERNAME(LOGGED-IN-RANK) TO AUDIT-USER-TEXT.
           MOVE "Reset password via recovery question"
               TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE "Password reset successfully. Please log in."
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM INITIAL-PROMPT-PROCEDURE.

                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE "X) Moderation Queue" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE "W) Accommodation Requests" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE "D) Advisor Caseloads" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE "Y) Company Suspensions" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
               MOVE "E) Campus Events" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               IF ROLE-IS-STUDENT
                   MOVE "H) Log Co-op Hours" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE "K) My Career Milestones" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE "J) Evaluate My Placement Site" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
               MOVE "6) View My Pending Connection Requests"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "7) View My Network" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "E"
                   PERFORM EVENTS-MENU-PROCEDURE
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "M"
                   PERFORM MENTORSHIP-MENU-PROCEDURE
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "R"
                   IF ROLE-IS-CAREER-SERVICES
                       PERFORM MANAGE-REFERENCE-TABLES-PROCEDURE
                   ELSE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "F"
                   IF ROLE-IS-CAREER-SERVICES
                       PERFORM SURVEY-WINDOWS-PROCEDURE
                   ELSE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "T"
                   PERFORM REFERENCES-MENU-PROCEDURE
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "C"
                   PERFORM EXPORT-CALENDAR-PROCEDURE
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "U"
                   IF ROLE-IS-CAREER-SERVICES
                       PERFORM RESUME-REVIEW-QUEUE-PROCEDURE
                   ELSE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "B"
                   PERFORM ADVISING-MENU-PROCEDURE
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "I"
                   PERFORM WHO-VIEWED-ME-PROCEDURE
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "A"
                   IF ROLE-IS-CAREER-SERVICES
                       PERFORM ADMIN-CONSOLE-PROCEDURE
                   ELSE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "V"
                   IF ROLE-IS-CAREER-SERVICES
                       PERFORM VET-EMPLOYERS-PROCEDURE
                   ELSE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "O"
                   IF ROLE-IS-CAREER-SERVICES
                       PERFORM WHO-IS-ON-PROCEDURE
                   ELSE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "X"
                   IF ROLE-IS-CAREER-SERVICES
                       PERFORM MODERATION-QUEUE-PROCEDURE
                   ELSE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "W"
                   IF ROLE-IS-CAREER-SERVICES
                       PERFORM ACCOMMODATION-QUEUE-PROCEDURE
                   ELSE
                       PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "D"
                   IF ROLE-IS-CAREER-SERVICES
                       PERFORM CASELOADS-MENU-PROCEDURE
                   ELSE
                       PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "Y"
                   IF ROLE-IS-CAREER-SERVICES
                       PERFORM COMPANY-SUSPENSIONS-PROCEDURE
                   ELSE
                       PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "G"
                   PERFORM GROUPS-MENU-PROCEDURE
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "H"
                   IF ROLE-IS-STUDENT
                       PERFORM LOG-COOP-HOURS-PROCEDURE
                   ELSE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "K"
                   IF ROLE-IS-STUDENT
                       PERFORM MY-MILESTONES-PROCEDURE
                   ELSE
                       PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                   END-IF
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "J"
                   IF ROLE-IS-STUDENT
                       PERFORM SITE-EVALUATION-PROCEDURE
                   ELSE
                       PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                   END-IF
               END-IF

               IF FUNCTION TRIM(INPUT-CHOICE-BUF) = "6"
                   PERFORM PENDING-REQUESTS-PROCEDURE
               END-IF
                   PERFORM VIEW-NETWORK-PROCEDURE
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-CHOICE-BUF))
                   = "S"
                   PERFORM PEOPLE-SUGGESTIONS-PROCEDURE
               END-IF

               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "6) Export My Data" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "7) Resume Book Opt-In" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "8) Contact Details" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "9) Talent Search Opt-In" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "5) Back to Main Menu" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "Enter your choice:" TO TO-OUTPUT-BUF
                       PERFORM POST-LOGIN-NAVIGATION
                   WHEN "6"
                       PERFORM EXPORT-MY-DATA-PROCEDURE
                   WHEN "7"
                       IF ROLE-IS-STUDENT OR ROLE-IS-ALUMNI
                           PERFORM RESUME-BOOK-SETTINGS-PROCEDURE
                       ELSE
                           PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                       END-IF
                   WHEN "8"
                       PERFORM CONTACT-DETAILS-MENU-PROCEDURE
                   WHEN "9"
                       IF ROLE-IS-STUDENT OR ROLE-IS-ALUMNI
                           PERFORM TALENT-OPTIN-SETTINGS-PROCEDURE
                       ELSE
                           PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE K TO WS-APP-COUNT.
           PERFORM DELETE-APPLICATIONS-ON-FILE.

           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SKILLS-COUNT
           MOVE K TO WS-SAVEDJOB-COUNT.
           PERFORM SAVE-SAVED-JOBS-TO-FILE.

      *> A deleted account's consent goes with it; the releases log
      *> stays as the record of what was already sent.
           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RBO-COUNT
               IF FUNCTION TRIM(WS-RBO-USERNAME(I))
                   NOT = FUNCTION TRIM(WS-OLD-USERNAME)
                   ADD 1 TO K
                   IF K NOT = I
                       MOVE WS-RBO-TABLE(I) TO WS-RBO-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO WS-RBO-COUNT.
           PERFORM SAVE-RESUME-BOOK-OPTINS-TO-FILE.

           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WA-COUNT
               IF FUNCTION TRIM(WS-WA-USERNAME(I))
                   NOT = FUNCTION TRIM(WS-OLD-USERNAME)
                   ADD 1 TO K
                   IF K NOT = I
                       MOVE WS-WA-TABLE(I) TO WS-WA-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO WS-WA-COUNT.
           PERFORM SAVE-WORK-AUTH-TO-FILE.

           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PF-COUNT
               IF FUNCTION TRIM(WS-PF-USERNAME(I))
                   NOT = FUNCTION TRIM(WS-OLD-USERNAME)
                   ADD 1 TO K
                   IF K NOT = I
                       MOVE WS-PF-TABLE(I) TO WS-PF-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO WS-PF-COUNT.
           PERFORM SAVE-PORTFOLIO-TO-FILE.

           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TSO-COUNT
               IF FUNCTION TRIM(WS-TSO-USERNAME(I))
                   NOT = FUNCTION TRIM(WS-OLD-USERNAME)
                   ADD 1 TO K
                   IF K NOT = I
                       MOVE WS-TSO-TABLE(I) TO WS-TSO-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO WS-TSO-COUNT.
           PERFORM SAVE-TALENT-OPTINS-TO-FILE.

      *> Invites sent to the deleted account go with it; ones a
      *> departed recruiter sent stay as the company's record.
           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INV-COUNT
               IF FUNCTION TRIM(WS-INV-STUDENT(I))
                   NOT = FUNCTION TRIM(WS-OLD-USERNAME)
                   ADD 1 TO K
                   IF K NOT = I
                       MOVE WS-INV-TABLE(I) TO WS-INV-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO WS-INV-COUNT.
           PERFORM SAVE-JOB-INVITES-TO-FILE.

           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CT-COUNT
               IF FUNCTION TRIM(WS-CT-USERNAME(I))
                   NOT = FUNCTION TRIM(WS-OLD-USERNAME)
                   ADD 1 TO K
                   IF K NOT = I
                       MOVE WS-CT-TABLE(I) TO WS-CT-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO WS-CT-COUNT.
           PERFORM SAVE-CONTACTS-TO-FILE.

           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-UA-COUNT
               IF FUNCTION TRIM(WS-UA-USERNAME(I))
                   NOT = FUNCTION TRIM(WS-OLD-USERNAME)
                   ADD 1 TO K
                   IF K NOT = I
                       MOVE WS-UA-TABLE(I) TO WS-UA-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO WS-UA-COUNT.
           PERFORM SAVE-UNDELIVERABLE-TO-FILE.

           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACC-COUNT
               IF FUNCTION TRIM(WS-ACC-STUDENT(I))
                   NOT = FUNCTION TRIM(WS-OLD-USERNAME)
                   ADD 1 TO K
                   IF K NOT = I
                       MOVE WS-ACC-TABLE(I) TO WS-ACC-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO WS-ACC-COUNT.
           PERFORM SAVE-ACCOMMODATIONS-TO-FILE.

      *> A departing advisor's students and rules stay put under the
      *> old name, so career services can still hand them over in
      *> one move from Advisor Caseloads.
           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CSL-COUNT
               IF FUNCTION TRIM(WS-CSL-STUDENT(I))
                   NOT = FUNCTION TRIM(WS-OLD-USERNAME)
                   ADD 1 TO K
                   IF K NOT = I
                       MOVE WS-CSL-TABLE(I) TO WS-CSL-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO WS-CSL-COUNT.
           PERFORM SAVE-CASELOADS-TO-FILE.

           MOVE 'Y' TO EEO-REMOVE-FLAG.
           PERFORM REWRITE-USER-EEO-PROCEDURE.
           MOVE 'Y' TO MILESTONE-REMOVE-FLAG.
           PERFORM REWRITE-USER-MILESTONES-PROCEDURE.
           MOVE 'Y' TO ES-REMOVE-FLAG.
           PERFORM REWRITE-USER-ENROLLMENT-PROCEDURE.
           MOVE 'Y' TO SA-REMOVE-FLAG.
           PERFORM REWRITE-USER-SCREENING-PROCEDURE.

           PERFORM LOAD-SITE-EVALS-FROM-FILE.
           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SE-COUNT
               IF FUNCTION TRIM(WS-SE-USERNAME(I))
                   NOT = FUNCTION TRIM(WS-OLD-USERNAME)
                   ADD 1 TO K
                   IF K NOT = I
                       MOVE WS-SITE-EVALS-TABLE(I)
                           TO WS-SITE-EVALS-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           IF K NOT = WS-SE-COUNT
               MOVE K TO WS-SE-COUNT
               PERFORM SAVE-SITE-EVALS-TO-FILE
           END-IF.

       DELETE-USER-INBOX-PROCEDURE.
           MOVE "messages.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O MESSAGES-FILE.
           IF MESSAGES-FILE-STATUS NOT = "00"
               CLOSE MESSAGES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-OLD-USERNAME TO MSG-RECIPIENT.
           MOVE 0 TO MSG-SEQ.
           MOVE 'N' TO WS-MSG-RANGE-DONE-FLAG.
           START MESSAGES-FILE KEY >= MSG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MSG-RANGE-DONE-FLAG
           END-START.
           PERFORM UNTIL WS-MSG-RANGE-DONE-FLAG = 'Y'
               READ MESSAGES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MSG-RANGE-DONE-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(MSG-RECIPIENT)
                           NOT = FUNCTION TRIM(WS-OLD-USERNAME)
                           MOVE 'Y' TO WS-MSG-RANGE-DONE-FLAG
                       ELSE
                           DELETE MESSAGES-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MESSAGES-FILE.

       CHANGE-PASSWORD-PROCEDURE.
           MOVE "Please enter your current password:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO HP-INPUT.
           MOVE USER-PASSWORD-SALT(LOGGED-IN-RANK) TO HP-SALT.
           PERFORM HASH-PASSWORD-PROCEDURE.

           IF HP-OUTPUT-HASH NOT = USER-PASSWORD-HASH(LOGGED-IN-RANK)
               MOVE "Incorrect current password." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Please enter your new password:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-RENAME-BLOCKED-FLAG = 'Y'
               MOVE "The username cannot be changed safely right now" &
               " - one of the data files is too large. Please ask" &
               " the operator to run maintenance first."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-ANNOUNCEMENTS-FROM-FILE.
           PERFORM LOAD-ANNOUNCEMENT-READS-FROM-FILE.
           PERFORM LOAD-PLACEMENTS-FOR-RENAME-PROCEDURE.
           PERFORM LOAD-RESUME-BOOK-OPTINS-PROCEDURE.
           PERFORM LOAD-WORK-AUTH-PROCEDURE.
           PERFORM LOAD-PORTFOLIO-PROCEDURE.
           PERFORM LOAD-TALENT-OPTINS-PROCEDURE.
           PERFORM LOAD-JOB-INVITES-PROCEDURE.
           PERFORM LOAD-CONTACTS-PROCEDURE.
           PERFORM LOAD-UNDELIVERABLE-PROCEDURE.
           PERFORM LOAD-ACCOMMODATIONS-PROCEDURE.
           PERFORM LOAD-CASELOAD-RULES-PROCEDURE.
           PERFORM LOAD-CASELOADS-PROCEDURE.

      *> A table loaded right up to its OCCURS limit may have left
      *> records behind on disk; rewriting that file from the table
           IF CONNECTION-COUNT >= MAX-CONNECTION-COUNT
               OR NETWORK-COUNT >= 100
               OR WS-JOB-COUNT >= 100
               OR SKILLS-COUNT >= 300
               OR COMPANY-COUNT >= 100
               OR WS-NOTIF-OVERFLOW-FLAG = 'Y'
               OR WS-ANN-COUNT >= 50
               OR WS-ANNREAD-COUNT >= 1000
               OR WS-RENPLACE-COUNT >= 100
               OR WS-RBO-COUNT >= 300
               OR WS-WA-COUNT >= 300
               OR WS-PF-COUNT >= 300
               OR WS-TSO-COUNT >= 300
               OR WS-INV-COUNT >= 300
               OR WS-CT-COUNT >= 300
               OR WS-UA-COUNT >= 300
               OR WS-ACC-COUNT >= 200
               OR WS-CR-COUNT >= 50
               OR WS-CSL-COUNT >= 300
               MOVE 'Y' TO WS-RENAME-BLOCKED-FLAG
           END-IF.

                   MOVE WS-NEW-USERNAME TO WS-APP-USERNAME(I)
               END-IF
           END-PERFORM.
           PERFORM RENAME-APPLICATIONS-ON-FILE.

       RENAME-IN-SKILLS-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SKILLS-COUNT
           END-PERFORM.
           PERFORM SAVE-PLACEMENTS-FOR-RENAME-PROCEDURE.

           PERFORM VARYING WS-RBO-SUBS FROM 1 BY 1
               UNTIL WS-RBO-SUBS > WS-RBO-COUNT
               IF FUNCTION TRIM(WS-RBO-USERNAME(WS-RBO-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-RBO-USERNAME(WS-RBO-SUBS)
               END-IF
           END-PERFORM.
           PERFORM SAVE-RESUME-BOOK-OPTINS-TO-FILE.

           PERFORM VARYING WS-WA-SUBS FROM 1 BY 1
               UNTIL WS-WA-SUBS > WS-WA-COUNT
               IF FUNCTION TRIM(WS-WA-USERNAME(WS-WA-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-WA-USERNAME(WS-WA-SUBS)
               END-IF
           END-PERFORM.
           PERFORM SAVE-WORK-AUTH-TO-FILE.

           PERFORM VARYING WS-PF-SUBS FROM 1 BY 1
               UNTIL WS-PF-SUBS > WS-PF-COUNT
               IF FUNCTION TRIM(WS-PF-USERNAME(WS-PF-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-PF-USERNAME(WS-PF-SUBS)
               END-IF
           END-PERFORM.
           PERFORM SAVE-PORTFOLIO-TO-FILE.

           PERFORM VARYING WS-TSO-SUBS FROM 1 BY 1
               UNTIL WS-TSO-SUBS > WS-TSO-COUNT
               IF FUNCTION TRIM(WS-TSO-USERNAME(WS-TSO-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME
                       TO WS-TSO-USERNAME(WS-TSO-SUBS)
               END-IF
           END-PERFORM.
           PERFORM SAVE-TALENT-OPTINS-TO-FILE.

           PERFORM VARYING WS-INV-SUBS FROM 1 BY 1
               UNTIL WS-INV-SUBS > WS-INV-COUNT
               IF FUNCTION TRIM(WS-INV-STUDENT(WS-INV-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME
                       TO WS-INV-STUDENT(WS-INV-SUBS)
               END-IF
               IF FUNCTION TRIM(WS-INV-RECRUITER(WS-INV-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME
                       TO WS-INV-RECRUITER(WS-INV-SUBS)
               END-IF
           END-PERFORM.
           PERFORM SAVE-JOB-INVITES-TO-FILE.

           PERFORM VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-COUNT
               IF FUNCTION TRIM(WS-CT-USERNAME(WS-CT-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-CT-USERNAME(WS-CT-SUBS)
               END-IF
           END-PERFORM.
           PERFORM SAVE-CONTACTS-TO-FILE.

           PERFORM VARYING WS-UA-SUBS FROM 1 BY 1
               UNTIL WS-UA-SUBS > WS-UA-COUNT
               IF FUNCTION TRIM(WS-UA-USERNAME(WS-UA-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-UA-USERNAME(WS-UA-SUBS)
               END-IF
           END-PERFORM.
           PERFORM SAVE-UNDELIVERABLE-TO-FILE.

           PERFORM VARYING WS-ACC-SUBS FROM 1 BY 1
               UNTIL WS-ACC-SUBS > WS-ACC-COUNT
               IF FUNCTION TRIM(WS-ACC-STUDENT(WS-ACC-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-ACC-STUDENT(WS-ACC-SUBS)
               END-IF
               IF FUNCTION TRIM(WS-ACC-OWNER(WS-ACC-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-ACC-OWNER(WS-ACC-SUBS)
               END-IF
           END-PERFORM.
           PERFORM SAVE-ACCOMMODATIONS-TO-FILE.

           PERFORM VARYING WS-CSL-SUBS FROM 1 BY 1
               UNTIL WS-CSL-SUBS > WS-CSL-COUNT
               IF FUNCTION TRIM(WS-CSL-STUDENT(WS-CSL-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-CSL-STUDENT(WS-CSL-SUBS)
               END-IF
               IF FUNCTION TRIM(WS-CSL-ADVISOR(WS-CSL-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-CSL-ADVISOR(WS-CSL-SUBS)
               END-IF
           END-PERFORM.
           PERFORM SAVE-CASELOADS-TO-FILE.
           PERFORM VARYING WS-CR-SUBS FROM 1 BY 1
               UNTIL WS-CR-SUBS > WS-CR-COUNT
               IF FUNCTION TRIM(WS-CR-ADVISOR(WS-CR-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-CR-ADVISOR(WS-CR-SUBS)
               END-IF
           END-PERFORM.
           PERFORM SAVE-CASELOAD-RULES-TO-FILE.
           PERFORM RENAME-CAMPAIGN-RECIPIENTS-PROCEDURE.
           PERFORM RENAME-TERMS-ACCEPTANCES-PROCEDURE.
           MOVE 'N' TO EEO-REMOVE-FLAG.
           PERFORM REWRITE-USER-EEO-PROCEDURE.
           MOVE 'N' TO MILESTONE-REMOVE-FLAG.
           PERFORM REWRITE-USER-MILESTONES-PROCEDURE.
           MOVE 'N' TO ES-REMOVE-FLAG.
           PERFORM REWRITE-USER-ENROLLMENT-PROCEDURE.
           MOVE 'N' TO SA-REMOVE-FLAG.
           PERFORM REWRITE-USER-SCREENING-PROCEDURE.
           PERFORM LOAD-SITE-EVALS-FROM-FILE.
           MOVE 'N' TO WS-MENT-LISTED-FLAG.
           PERFORM VARYING WS-SE-SUBS FROM 1 BY 1
               UNTIL WS-SE-SUBS > WS-SE-COUNT
               IF FUNCTION TRIM(WS-SE-USERNAME(WS-SE-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-SE-USERNAME(WS-SE-SUBS)
                   MOVE 'Y' TO WS-MENT-LISTED-FLAG
               END-IF
           END-PERFORM.
           IF WS-MENT-LISTED-FLAG = 'Y'
               PERFORM SAVE-SITE-EVALS-TO-FILE
           END-IF.
           PERFORM LOAD-FAIR-REGS-FROM-FILE.
           MOVE 'N' TO WS-MENT-LISTED-FLAG.
           PERFORM VARYING WS-FR-SUBS FROM 1 BY 1
               UNTIL WS-FR-SUBS > WS-FR-COUNT
               IF FUNCTION TRIM(WS-FR-REGISTERED-BY(WS-FR-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME
                       TO WS-FR-REGISTERED-BY(WS-FR-SUBS)
                   MOVE 'Y' TO WS-MENT-LISTED-FLAG
               END-IF
               IF FUNCTION TRIM(WS-FR-CONFIRMED-BY(WS-FR-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME
                       TO WS-FR-CONFIRMED-BY(WS-FR-SUBS)
                   MOVE 'Y' TO WS-MENT-LISTED-FLAG
               END-IF
           END-PERFORM.
           IF WS-MENT-LISTED-FLAG = 'Y'
               PERFORM SAVE-FAIR-REGS-TO-FILE
           END-IF.
           PERFORM LOAD-SWEEP-HOLDS-PROCEDURE.
           MOVE 'N' TO WS-MENT-LISTED-FLAG.
           PERFORM VARYING WS-SWH-SUBS FROM 1 BY 1
               UNTIL WS-SWH-SUBS > WS-SWH-COUNT
               IF FUNCTION TRIM(WS-SWH-APPLICANT(WS-SWH-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME
                       TO WS-SWH-APPLICANT(WS-SWH-SUBS)
                   MOVE 'Y' TO WS-MENT-LISTED-FLAG
               END-IF
           END-PERFORM.
           IF WS-MENT-LISTED-FLAG = 'Y'
               PERFORM SAVE-SWEEP-HOLDS-TO-FILE
           END-IF.
           PERFORM LOAD-CLOSING-WORDING-PROCEDURE.
           MOVE 'N' TO WS-MENT-LISTED-FLAG.
           PERFORM VARYING WS-CW-SUBS FROM 1 BY 1
               UNTIL WS-CW-SUBS > WS-CW-COUNT
               IF FUNCTION TRIM(WS-CW-POSTER(WS-CW-SUBS))
                   = FUNCTION TRIM(WS-OLD-USERNAME)
                   MOVE WS-NEW-USERNAME TO WS-CW-POSTER(WS-CW-SUBS)
                   MOVE 'Y' TO WS-MENT-LISTED-FLAG
               END-IF
           END-PERFORM.
           IF WS-MENT-LISTED-FLAG = 'Y'
               PERFORM SAVE-CLOSING-WORDING-TO-FILE
           END-IF.

      *> Campaign recipient lists grow with every campaign, so they
      *> are streamed through the work file like the prunes rather
      *> than tabled - the nightly read tracking matches on the
      *> username the notification now carries.
       RENAME-CAMPAIGN-RECIPIENTS-PROCEDURE.
           MOVE "campaign-recipients.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PRUNE-WORK-FILE.
           OPEN INPUT CAMPAIGN-RECIPIENTS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ CAMPAIGN-RECIPIENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(CR-USERNAME)
                           = FUNCTION TRIM(WS-OLD-USERNAME)
                           MOVE WS-NEW-USERNAME TO CR-USERNAME
                       END-IF
                       MOVE SPACES TO PRUNE-WORK-RECORD
                       MOVE CAMPAIGN-RECIPIENTS-RECORD
                           TO PRUNE-WORK-RECORD(1:34)
                       WRITE PRUNE-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-RECIPIENTS-FILE.
           CLOSE PRUNE-WORK-FILE.

           OPEN INPUT PRUNE-WORK-FILE.
           OPEN OUTPUT CAMPAIGN-RECIPIENTS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ PRUNE-WORK-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PRUNE-WORK-RECORD(1:34)
                           TO CAMPAIGN-RECIPIENTS-RECORD
                       WRITE CAMPAIGN-RECIPIENTS-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRUNE-WORK-FILE.
           CLOSE CAMPAIGN-RECIPIENTS-FILE.

           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Terms acceptances are proof kept for counsel, so they are
      *> carried to a new username but never dropped with an account.
       RENAME-TERMS-ACCEPTANCES-PROCEDURE.
           MOVE "employer-terms-acceptances.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PRUNE-WORK-FILE.
           OPEN INPUT TERMS-ACCEPTANCES-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ TERMS-ACCEPTANCES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(TA-USERNAME)
                           = FUNCTION TRIM(WS-OLD-USERNAME)
                           MOVE WS-NEW-USERNAME TO TA-USERNAME
                       END-IF
                       MOVE SPACES TO PRUNE-WORK-RECORD
                       MOVE TERMS-ACCEPTANCES-RECORD
                           TO PRUNE-WORK-RECORD(1:31)
                       WRITE PRUNE-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE TERMS-ACCEPTANCES-FILE.
           CLOSE PRUNE-WORK-FILE.

           OPEN INPUT PRUNE-WORK-FILE.
           OPEN OUTPUT TERMS-ACCEPTANCES-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ PRUNE-WORK-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PRUNE-WORK-RECORD(1:31)
                           TO TERMS-ACCEPTANCES-RECORD
                       WRITE TERMS-ACCEPTANCES-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRUNE-WORK-FILE.
           CLOSE TERMS-ACCEPTANCES-FILE.

           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Self-identification rows follow the account: a rename carries
      *> them to the new username and a deletion drops them, streamed
      *> through the work file the same way as the campaign lists.
      *> EEO-REMOVE-FLAG says which of the two is wanted.
       REWRITE-USER-EEO-PROCEDURE.
           MOVE "eeo-selfid.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PRUNE-WORK-FILE.
           OPEN INPUT EEO-SELFID-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ EEO-SELFID-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(EEO-USERNAME)
                           = FUNCTION TRIM(WS-OLD-USERNAME)
                           AND EEO-REMOVE-ROWS
                           CONTINUE
                       ELSE
                           IF FUNCTION TRIM(EEO-USERNAME)
                               = FUNCTION TRIM(WS-OLD-USERNAME)
                               MOVE WS-NEW-USERNAME TO EEO-USERNAME
                           END-IF
                           MOVE SPACES TO PRUNE-WORK-RECORD
                           MOVE EEO-SELFID-RECORD
                               TO PRUNE-WORK-RECORD(1:38)
                           WRITE PRUNE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EEO-SELFID-FILE.
           CLOSE PRUNE-WORK-FILE.

           OPEN INPUT PRUNE-WORK-FILE.
           OPEN OUTPUT EEO-SELFID-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ PRUNE-WORK-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PRUNE-WORK-RECORD(1:38)
                           TO EEO-SELFID-RECORD
                       WRITE EEO-SELFID-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRUNE-WORK-FILE.
           CLOSE EEO-SELFID-FILE.

           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       LOAD-PLACEMENTS-FOR-RENAME-PROCEDURE.
           INITIALIZE WS-RENAME-PLACE-DATA.

           MOVE "placements.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PLACEMENTS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-RENPLACE-COUNT >= 100
               READ PLACEMENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RENPLACE-COUNT
                       MOVE PLACEMENTS-RECORD
                           TO WS-RENPLACE-ENTRIES(WS-RENPLACE-COUNT)
               END-READ
           END-PERFORM.
           CLOSE PLACEMENTS-FILE.

       SAVE-PLACEMENTS-FOR-RENAME-PROCEDURE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PLACEMENTS-FILE.
           PERFORM VARYING WS-RENPLACE-SUBS FROM 1 BY 1
               UNTIL WS-RENPLACE-SUBS > WS-RENPLACE-COUNT
               MOVE WS-RENPLACE-ENTRIES(WS-RENPLACE-SUBS)
                   TO PLACEMENTS-RECORD
               WRITE PLACEMENTS-RECORD
           END-PERFORM.
           CLOSE PLACEMENTS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       SAVE-BLOCKS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BLOCKS-FILE.
           PERFORM VARYING WS-BLOCK-SUBS FROM 1 BY 1
               UNTIL WS-BLOCK-SUBS > WS-BLOCK-COUNT
               MOVE WS-BLOCKS-TABLE(WS-BLOCK-SUBS) TO BLOCKS-RECORD
               WRITE BLOCKS-RECORD
           END-PERFORM.
           CLOSE BLOCKS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       SAVE-ENDORSEMENTS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ENDORSEMENTS-FILE.
           PERFORM VARYING WS-ENDORSE-SUBS FROM 1 BY 1
               UNTIL WS-ENDORSE-SUBS > WS-ENDORSE-COUNT
               MOVE WS-ENDORSEMENTS-TABLE(WS-ENDORSE-SUBS)
                   TO ENDORSEMENTS-RECORD
       JOB-SEARCH-MENU.
           MOVE "N" TO MENU-EXIT-FLAG.
           PERFORM UNTIL EXIT-MENU
               MOVE "--- Job Search/Internship Menu ---"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               IF ROLE-IS-EMPLOYER OR ROLE-IS-CAREER-SERVICES
                   OR ROLE-IS-ALUMNI
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
               IF ROLE-IS-EMPLOYER OR ROLE-IS-CAREER-SERVICES
                   MOVE "4) View Applicants to My Postings"
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE "5) Update Applicant Status on My Postings"
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE "6) Edit/Close My Postings" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE "V) My Saved Jobs" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
               IF ROLE-IS-STUDENT OR ROLE-IS-CAREER-SERVICES
                   MOVE "A) Work Authorization" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
               IF ROLE-IS-STUDENT OR ROLE-IS-ALUMNI
                   MOVE "I) My Job Invitations" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
               IF ROLE-IS-EMPLOYER
                   MOVE "T) Talent Search" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
               MOVE "8) Company Directory" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               IF ROLE-IS-EMPLOYER
                       ELSE
                           PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                       END-IF
                   WHEN "A"
                   WHEN "a"
                       IF ROLE-IS-STUDENT OR ROLE-IS-CAREER-SERVICES
                           PERFORM WORK-AUTH-MENU-PROCEDURE
                       ELSE
                           PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                       END-IF
                   WHEN "I"
                   WHEN "i"
                       IF ROLE-IS-STUDENT OR ROLE-IS-ALUMNI
                           PERFORM MY-JOB-INVITATIONS-PROCEDURE
                       ELSE
                           PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                       END-IF
                   WHEN "T"
                   WHEN "t"
                       IF ROLE-IS-EMPLOYER
                           PERFORM TALENT-SEARCH-PROCEDURE
                       ELSE
                           PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                       END-IF
                   WHEN "0"
                       IF ROLE-IS-CAREER-SERVICES
                           PERFORM REVIEW-POSTINGS-PROCEDURE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOB-TITLE(I)) DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOB-EMPLOYER(I))
                           DELIMITED BY SIZE
                       " (posted by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOB-POSTER(I)) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
           END-PERFORM.

           IF CONNECTION-EXIST-FLAG = "N"
               MOVE "No postings are waiting for review."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
                   MOVE 'Y' TO WS-JOB-SAVE-REVIEW-FLAG
                   PERFORM SAVE-JOBS-TO-FILE
                   MOVE 'N' TO WS-JOB-SAVE-REVIEW-FLAG
                   MOVE WS-JOB-POSTER(WS-JOB-CHOICE)
                       TO NOTIF-TARGET-USER
                   MOVE SPACES TO NOTIF-TEXT-BUF
                   STRING "Your posting " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-CHOICE))
                   MOVE "Posting approved." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               WHEN "2"
                   MOVE "Enter the reason for declining:"
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM READ-INPUT-SAFELY
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
                   MOVE 'Y' TO WS-JOB-SAVE-REVIEW-FLAG
                   PERFORM SAVE-JOBS-TO-FILE
                   MOVE 'N' TO WS-JOB-SAVE-REVIEW-FLAG
                   MOVE WS-JOB-POSTER(WS-JOB-CHOICE)
                       TO NOTIF-TARGET-USER
                   MOVE SPACES TO NOTIF-TEXT-BUF
                   STRING "Your posting " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-CHOICE))
                   MOVE "5) Post an Announcement" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
               MOVE "7) Search My Messages" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               IF ROLE-IS-CAREER-SERVICES
                   MOVE "8) Cohort Campaigns" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
               MOVE "6) Back to Main Menu" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "Enter your choice:" TO TO-OUTPUT-BUF
                               END-IF
                           WHEN "6"
                               SET MESSAGES-MENU-EXIT-FLAG TO 'Y'
                           WHEN "7"
                               PERFORM SEARCH-MESSAGES-PROCEDURE
                           WHEN "8"
                               IF ROLE-IS-CAREER-SERVICES
                                   PERFORM CAMPAIGNS-PROCEDURE
                               ELSE
                                   PERFORM ROLE-NOT-ALLOWED-PROCEDURE
                               END-IF
                           WHEN OTHER
                               MOVE "Invalid choice." TO TO-OUTPUT-BUF
                               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-PERFORM.

       SEND-MESSAGE-PROCEDURE.
           MOVE "Enter recipient's username (must be a connection):"
               TO TO-OUTPUT-BUF
           PERFORM DISPLAY-AND-WRITE-OUTPUT
           
           READ INPUT-FILE
                   MOVE "Error reading input." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               NOT AT END
                   MOVE FUNCTION TRIM(INPUT-RECORD)
                       TO RECIPIENT-USERNAME
                   PERFORM VALIDATE-RECIPIENT-CONNECTION
                   
                   IF CONNECTION-VALID-FLAG = 'Y'
                       MOVE "Enter your message (max 200 chars):"
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                       
                       READ INPUT-FILE
                           AT END
                               MOVE "Error reading message content."
                                   TO TO-OUTPUT-BUF
                               PERFORM DISPLAY-AND-WRITE-OUTPUT
                           NOT AT END
                               MOVE FUNCTION TRIM(INPUT-RECORD)
                                   TO MESSAGE-CONTENT
      *> The save explains its own refusals (rate limit, screening,
      *> hold, busy lock) - only a clean save earns the confirmation.
                               MOVE 'N' TO WS-SAVE-FAILED-FLAG
                               PERFORM SAVE-MESSAGE-TO-FILE
                               IF WS-SAVE-FAILED-FLAG = 'N'
                                   MOVE "Message sent to "
                                       TO TO-OUTPUT-BUF
                                   STRING TO-OUTPUT-BUF
                                       DELIMITED BY SIZE
                                       FUNCTION TRIM(RECIPIENT-USERNAME)
                                              DELIMITED BY SIZE
                                          " successfully!"
                                              DELIMITED BY SIZE
                                          INTO TO-OUTPUT-BUF
                                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                                   MOVE "---------------------"
                                       TO TO-OUTPUT-BUF
                                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                               END-IF
                       END-READ
                   ELSE
                       MOVE "You can only message users you are " &
                           "connected with." TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
           END-READ.
           OPEN INPUT MESSAGES-ARCHIVE-FILE.
           IF MSG-ARCHIVE-FILE-STATUS = "35"
               CLOSE MESSAGES-ARCHIVE-FILE
               MOVE "No messages have been archived yet."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-PERFORM.

           MOVE
               "Enter a message # to open (read-only), or 0 to go back:"
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           MOVE "(Archived messages are read-only.)" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Search across the live mailbox and the archive in one list.
      *> Every criterion is optional - a keyword found anywhere in the
      *> message text, the sender's username, and a from/to range on
      *> the sent date. Live hits open through the normal reply/block
      *> screen; archived hits stay read-only, as they do in the
      *> archive view.
       SEARCH-MESSAGES-PROCEDURE.
           MOVE "--- Search My Messages ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE "Enter a keyword to look for (blank for any):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-MSRCH-KEYWORD.

           MOVE "Enter the sender's username (blank for anyone):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSRCH-SENDER.

           MOVE "Sent on or after (YYYYMMDD, blank for no limit):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSRCH-FROM-DATE.
           IF WS-MSRCH-FROM-DATE NOT = SPACES
               AND WS-MSRCH-FROM-DATE IS NOT NUMERIC
               MOVE "Dates must be entered as YYYYMMDD."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Sent on or before (YYYYMMDD, blank for no limit):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSRCH-TO-DATE.
           IF WS-MSRCH-TO-DATE NOT = SPACES
               AND WS-MSRCH-TO-DATE IS NOT NUMERIC
               MOVE "Dates must be entered as YYYYMMDD."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-MSRCH-RESULTS-DATA.

      *> Live mailbox first - reloaded so a message that arrived
      *> since login is searched too.
           PERFORM LOAD-MY-MESSAGES-PROCEDURE.
           PERFORM VARYING WS-MSRCH-SUBS FROM 1 BY 1
               UNTIL WS-MSRCH-SUBS > MESSAGE-COUNT
               OR WS-MSRCH-COUNT >= 100
               IF WS-MSG-SENDER(WS-MSRCH-SUBS) = CURRENT-USER
                   OR WS-MSG-RECIPIENT(WS-MSRCH-SUBS) = CURRENT-USER
                   MOVE WS-MSG-SENDER(WS-MSRCH-SUBS)
                       TO WS-MSRCH-FROM(WS-MSRCH-COUNT + 1)
                   MOVE WS-MSG-RECIPIENT(WS-MSRCH-SUBS)
                       TO WS-MSRCH-TO(WS-MSRCH-COUNT + 1)
                   MOVE WS-MSG-CONTENT(WS-MSRCH-SUBS)
                       TO WS-MSRCH-CONTENT(WS-MSRCH-COUNT + 1)
                   MOVE WS-MSG-TIMESTAMP(WS-MSRCH-SUBS)
                       TO WS-MSRCH-STAMP(WS-MSRCH-COUNT + 1)
                   PERFORM MESSAGE-SEARCH-MATCH-PROCEDURE
                   IF MSRCH-MATCHED
                       ADD 1 TO WS-MSRCH-COUNT
                       MOVE "L" TO WS-MSRCH-SOURCE(WS-MSRCH-COUNT)
                       MOVE WS-MSRCH-SUBS
                           TO WS-MSRCH-LIVE-ROW(WS-MSRCH-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           OPEN INPUT MESSAGES-ARCHIVE-FILE.
           IF MSG-ARCHIVE-FILE-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE OR WS-MSRCH-COUNT >= 100
                   READ MESSAGES-ARCHIVE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(ARC-MSG-SENDER)
                               = FUNCTION TRIM(CURRENT-USER)
                               OR FUNCTION TRIM(ARC-MSG-RECIPIENT)
                               = FUNCTION TRIM(CURRENT-USER)
                               MOVE ARC-MSG-SENDER
                                   TO WS-MSRCH-FROM(WS-MSRCH-COUNT + 1)
                               MOVE ARC-MSG-RECIPIENT
                                   TO WS-MSRCH-TO(WS-MSRCH-COUNT + 1)
                               MOVE ARC-MSG-CONTENT TO
                                   WS-MSRCH-CONTENT(WS-MSRCH-COUNT + 1)
                               MOVE ARC-MSG-TIMESTAMP
                                   TO WS-MSRCH-STAMP(WS-MSRCH-COUNT + 1)
                               PERFORM MESSAGE-SEARCH-MATCH-PROCEDURE
                               IF MSRCH-MATCHED
                                   ADD 1 TO WS-MSRCH-COUNT
                                   MOVE "A" TO
                                       WS-MSRCH-SOURCE(WS-MSRCH-COUNT)
                                   MOVE 0 TO
                                       WS-MSRCH-LIVE-ROW(WS-MSRCH-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MESSAGES-ARCHIVE-FILE.

           IF WS-MSRCH-COUNT = 0
               MOVE "No messages match your search." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-MSRCH-SUBS FROM 1 BY 1
               UNTIL WS-MSRCH-SUBS > WS-MSRCH-COUNT
               IF WS-MSRCH-SOURCE(WS-MSRCH-SUBS) = "L"
                   MOVE "[live]" TO WS-MSRCH-TAG
               ELSE
                   MOVE "[archived]" TO WS-MSRCH-TAG
               END-IF
               MOVE SPACES TO WS-MSRCH-LINE
               STRING "#" DELIMITED BY SIZE
                   WS-MSRCH-SUBS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSRCH-TAG) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSRCH-STAMP(WS-MSRCH-SUBS)(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSRCH-FROM(WS-MSRCH-SUBS))
                       DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSRCH-TO(WS-MSRCH-SUBS))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSRCH-CONTENT(WS-MSRCH-SUBS))
                       DELIMITED BY SIZE
                   INTO WS-MSRCH-LINE
               END-STRING
               MOVE WS-MSRCH-LINE TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-PERFORM.
           IF WS-MSRCH-COUNT >= 100
               MOVE "Only the first 100 matches are listed - narrow" &
               " the search to see the rest." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           MOVE "Enter a result # to open, or 0 to go back:"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.

           MOVE 0 TO WS-MSRCH-CHOICE.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-MSRCH-CHOICE
           END-IF.
           IF WS-MSRCH-CHOICE < 1 OR WS-MSRCH-CHOICE > WS-MSRCH-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-MSRCH-SOURCE(WS-MSRCH-CHOICE) = "L"
               MOVE WS-MSRCH-LIVE-ROW(WS-MSRCH-CHOICE) TO WS-MSG-CHOICE
               PERFORM OPEN-MESSAGE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "From: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSRCH-FROM(WS-MSRCH-CHOICE))
                   DELIMITED BY SIZE
               "   To: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSRCH-TO(WS-MSRCH-CHOICE))
                   DELIMITED BY SIZE
               "   Sent: " DELIMITED BY SIZE
               WS-MSRCH-STAMP(WS-MSRCH-CHOICE)(1:8) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Message: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSRCH-CONTENT(WS-MSRCH-CHOICE))
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE "(Archived messages are read-only.)" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Tests the candidate staged in the next free results row
      *> against the search criteria; the caller keeps the row only
      *> when MSRCH-MATCHED comes back set.
       MESSAGE-SEARCH-MATCH-PROCEDURE.
           MOVE 'N' TO WS-MSRCH-MATCH-FLAG.
           COMPUTE WS-MSRCH-SUBS2 = WS-MSRCH-COUNT + 1.

           IF WS-MSRCH-SENDER NOT = SPACES
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-MSRCH-FROM(WS-MSRCH-SUBS2)))
               NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MSRCH-SENDER))
               EXIT PARAGRAPH
           END-IF.

           IF WS-MSRCH-FROM-DATE NOT = SPACES
               AND WS-MSRCH-STAMP(WS-MSRCH-SUBS2)(1:8)
               < WS-MSRCH-FROM-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-MSRCH-TO-DATE NOT = SPACES
               AND WS-MSRCH-STAMP(WS-MSRCH-SUBS2)(1:8)
               > WS-MSRCH-TO-DATE
               EXIT PARAGRAPH
           END-IF.

           IF WS-MSRCH-KEYWORD NOT = SPACES
               MOVE FUNCTION UPPER-CASE(
                   WS-MSRCH-CONTENT(WS-MSRCH-SUBS2))
                   TO WS-SEARCH-HAYSTACK
               MOVE WS-MSRCH-KEYWORD TO WS-SEARCH-NEEDLE
               PERFORM STRING-CONTAINS-PROCEDURE
               IF NOT SEARCH-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           SET MSRCH-MATCHED TO TRUE.

       LOAD-ANNOUNCEMENTS-FROM-FILE.
           INITIALIZE WS-ANNOUNCEMENTS-DATA.

           MOVE "announcements.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               OPEN OUTPUT ANNOUNCEMENTS-FILE
               CLOSE ANNOUNCEMENTS-FILE
           END-IF.

           OPEN INPUT ANNOUNCEMENTS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-ANN-COUNT >= 50
               READ ANNOUNCEMENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANN-COUNT
                       MOVE ANNOUNCEMENTS-RECORD
                           TO WS-ANNOUNCEMENTS-TABLE(WS-ANN-COUNT)
               END-READ
           END-PERFORM.
           CLOSE ANNOUNCEMENTS-FILE.

       LOAD-ANNOUNCEMENT-READS-FROM-FILE.
           INITIALIZE WS-ANN-READS-DATA.

           MOVE "announcement-reads.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               OPEN OUTPUT ANNOUNCEMENT-READS-FILE
               CLOSE ANNOUNCEMENT-READS-FILE
           END-IF.

           OPEN INPUT ANNOUNCEMENT-READS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-ANNREAD-COUNT >= 1000
               READ ANNOUNCEMENT-READS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANNREAD-COUNT
                       MOVE ANNOUNCEMENT-READS-RECORD
                           TO WS-ANN-READS-TABLE(WS-ANNREAD-COUNT)
               END-READ
           END-PERFORM.
           CLOSE ANNOUNCEMENT-READS-FILE.

      *> Shown once per user right after login: every unexpired
      *> announcement this user has not seen, then marked read so the
      *> same workshop notice is not repeated five logins in a row.
       SHOW-NEW-ANNOUNCEMENTS-PROCEDURE.
           PERFORM LOAD-ANNOUNCEMENTS-FROM-FILE.
           PERFORM LOAD-ANNOUNCEMENT-READS-FROM-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           PERFORM VARYING WS-ANN-SUBS FROM 1 BY 1
               UNTIL WS-ANN-SUBS > WS-ANN-COUNT
           PERFORM LOAD-ANNOUNCEMENTS-FROM-FILE.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Enter the announcement text (max 200 chars):"
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           MOVE "Announcement posted." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Cohort campaigns: outreach to one slice of the student body
      *> instead of an announcement to everyone. The screen lists the
      *> campaigns on file with what the nightly CampaignDeliveryJob
      *> recorded - targeted, delivered, read - and defines new ones,
      *> which wait as pending until that run delivers them.
       CAMPAIGNS-PROCEDURE.
           MOVE "--- Cohort Campaigns ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM LOAD-CAMPAIGNS-PROCEDURE.
           IF WS-CMP-COUNT = 0
               MOVE "No campaigns have been defined yet."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           PERFORM VARYING WS-CMP-SUBS FROM 1 BY 1
               UNTIL WS-CMP-SUBS > WS-CMP-COUNT
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "#" DELIMITED BY SIZE
                   WS-CMP-ID(WS-CMP-SUBS) DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-CREATED-BY(WS-CMP-SUBS))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-TEXT(WS-CMP-SUBS))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               IF WS-CMP-STATUS(WS-CMP-SUBS) = 'P'
                   MOVE "   Pending - goes out with the next nightly" &
                   " run." TO TO-OUTPUT-BUF
               ELSE
                   PERFORM COUNT-CAMPAIGN-READS-PROCEDURE
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "   Sent " DELIMITED BY SIZE
                       WS-CMP-SENT-DATE(WS-CMP-SUBS) DELIMITED BY SIZE
                       "  Targeted: " DELIMITED BY SIZE
                       WS-CMP-TARGETED(WS-CMP-SUBS) DELIMITED BY SIZE
                       "  Delivered: " DELIMITED BY SIZE
                       WS-CMP-DELIVERED(WS-CMP-SUBS) DELIMITED BY SIZE
                       "  Read: " DELIMITED BY SIZE
                       WS-CMP-READ-COUNT DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
               END-IF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-PERFORM.

           MOVE "N) Define a New Campaign" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter N, or 0 to go back:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "N"
               PERFORM DEFINE-CAMPAIGN-PROCEDURE
           END-IF.

      *> Read counts as of the last nightly run - the job carries
      *> each notification's read flag into the recipient list.
       COUNT-CAMPAIGN-READS-PROCEDURE.
           MOVE 0 TO WS-CMP-READ-COUNT.
           MOVE "campaign-recipients.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CAMPAIGN-RECIPIENTS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ CAMPAIGN-RECIPIENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CR-CAMPAIGN-ID = WS-CMP-ID(WS-CMP-SUBS)
                           AND CR-READ = 'Y'
                           ADD 1 TO WS-CMP-READ-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-RECIPIENTS-FILE.

       DEFINE-CAMPAIGN-PROCEDURE.
           IF WS-CMP-COUNT >= 200
               MOVE "The campaign list is full - please contact the" &
               " system administrator." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CMP-NEW.

           MOVE "Major to target (blank for any major):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CMP-NEW-MAJOR.

           MOVE "Graduation year (YYYY, blank for any year):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               IF FUNCTION TRIM(INPUT-RECORD) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       NOT = 4
                   MOVE "The year must be four digits - campaign not" &
                   " saved." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-CMP-NEW-YEAR
           END-IF.

           MOVE "Campus code (blank for every campus):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-CMP-NEW-CAMPUS.

           MOVE "Registrar-verified students only? (Y = verified," &
           " N = not yet verified, blank = either):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               TO WS-CMP-NEW-VERIFIED.
           IF WS-CMP-NEW-VERIFIED NOT = 'Y'
               AND WS-CMP-NEW-VERIFIED NOT = 'N'
               MOVE SPACE TO WS-CMP-NEW-VERIFIED
           END-IF.

           MOVE "Only students who have not booked an advising slot?" &
           " (Y/N):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               MOVE 'Y' TO WS-CMP-NEW-NO-ADVISING
           ELSE
               MOVE 'N' TO WS-CMP-NEW-NO-ADVISING
           END-IF.

           MOVE "Enter the message text (max 120 chars):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF INPUT-RECORD = SPACES
               MOVE "Campaign text cannot be blank - campaign not" &
               " saved." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CMP-NEW-TEXT.

      *> Campaign text lands in notifications, which have no
      *> moderation hold of their own - anything the term list would
      *> refuse or hold is turned away here.
           MOVE WS-CMP-NEW-TEXT TO WS-SCREEN-TEXT.
           PERFORM SCREEN-CONTENT-PROCEDURE.
           IF WS-SCREEN-RESULT NOT = 'C'
               MOVE "That text contains language this platform does" &
               " not carry - campaign not saved." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-NEXT-CMP-ID.
           PERFORM VARYING WS-CMP-SUBS FROM 1 BY 1
               UNTIL WS-CMP-SUBS > WS-CMP-COUNT
               IF WS-CMP-ID(WS-CMP-SUBS) > WS-NEXT-CMP-ID
                   MOVE WS-CMP-ID(WS-CMP-SUBS) TO WS-NEXT-CMP-ID
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NEXT-CMP-ID.

           ADD 1 TO WS-CMP-COUNT.
           INITIALIZE WS-CAMPAIGN-TABLE(WS-CMP-COUNT).
           MOVE WS-NEXT-CMP-ID TO WS-CMP-ID(WS-CMP-COUNT).
           MOVE CURRENT-USER TO WS-CMP-CREATED-BY(WS-CMP-COUNT).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CMP-CREATED-DATE(WS-CMP-COUNT).
           MOVE WS-CMP-NEW-MAJOR TO WS-CMP-MAJOR(WS-CMP-COUNT).
           MOVE WS-CMP-NEW-YEAR TO WS-CMP-GRAD-YEAR(WS-CMP-COUNT).
           MOVE WS-CMP-NEW-CAMPUS TO WS-CMP-CAMPUS(WS-CMP-COUNT).
           MOVE WS-CMP-NEW-VERIFIED TO WS-CMP-VERIFIED(WS-CMP-COUNT).
           MOVE WS-CMP-NEW-NO-ADVISING
               TO WS-CMP-NO-ADVISING(WS-CMP-COUNT).
           MOVE WS-CMP-NEW-TEXT TO WS-CMP-TEXT(WS-CMP-COUNT).
           MOVE 'P' TO WS-CMP-STATUS(WS-CMP-COUNT).

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-CAMPAIGNS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               SUBTRACT 1 FROM WS-CMP-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE "Defined cohort campaign" TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Campaign #" DELIMITED BY SIZE
               WS-NEXT-CMP-ID DELIMITED BY SIZE
               " saved - it goes out with the next nightly run."
               DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       LOAD-CAMPAIGNS-PROCEDURE.
           INITIALIZE WS-CAMPAIGN-DATA.

           MOVE "campaigns.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CAMPAIGNS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-CMP-COUNT >= 200
               READ CAMPAIGNS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CMP-COUNT
                       MOVE CAMPAIGNS-RECORD
                           TO WS-CAMPAIGN-TABLE(WS-CMP-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CAMPAIGNS-FILE.

       SAVE-CAMPAIGNS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CAMPAIGNS-FILE.
           PERFORM VARYING WS-CMP-SUBS FROM 1 BY 1
               UNTIL WS-CMP-SUBS > WS-CMP-COUNT
               MOVE WS-CAMPAIGN-TABLE(WS-CMP-SUBS) TO CAMPAIGNS-RECORD
               WRITE CAMPAIGNS-RECORD
           END-PERFORM.
           CLOSE CAMPAIGNS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       CHECK-BLOCK-PAIR-PROCEDURE.
           MOVE 'N' TO WS-BLOCK-FOUND-FLAG.
           PERFORM VARYING WS-BLOCK-SUBS FROM 1 BY 1
               UNTIL WS-BLOCK-SUBS > WS-BLOCK-COUNT
               IF (FUNCTION TRIM(WS-BLOCK-OWNER(WS-BLOCK-SUBS))
                   = FUNCTION TRIM(WS-BLOCK-USER-A)
                   AND FUNCTION TRIM(WS-BLOCK-TARGET(WS-BLOCK-SUBS))
                   = FUNCTION TRIM(WS-BLOCK-USER-B))
                   OR
                   (FUNCTION TRIM(WS-BLOCK-OWNER(WS-BLOCK-SUBS))
                   = FUNCTION TRIM(WS-BLOCK-USER-B)
                   AND FUNCTION TRIM(WS-BLOCK-TARGET(WS-BLOCK-SUBS))
                   = FUNCTION TRIM(WS-BLOCK-USER-A))
                   MOVE 'Y' TO WS-BLOCK-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-BLOCKS-FROM-FILE.
           INITIALIZE WS-BLOCKS-DATA.

           MOVE "blocks.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               OPEN OUTPUT BLOCKS-FILE
               CLOSE BLOCKS-FILE
           END-IF.

           OPEN INPUT BLOCKS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-BLOCK-COUNT >= 100
               READ BLOCKS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BLOCK-COUNT
                       MOVE BLOCKS-RECORD
                           TO WS-BLOCKS-TABLE(WS-BLOCK-COUNT)
               END-READ
           END-PERFORM.
           CLOSE BLOCKS-FILE.

      *> WS-BLOCK-USER-A blocks WS-BLOCK-USER-B: append the record
      *> and refresh the in-memory list the enforcement checks read.
       ADD-BLOCK-PROCEDURE.
           OPEN EXTEND BLOCKS-FILE.
           IF BLOCKS-FILE-STATUS = "35"
               CLOSE BLOCKS-FILE
               OPEN OUTPUT BLOCKS-FILE
           END-IF.
           MOVE WS-BLOCK-USER-A TO BLOCK-OWNER.
           MOVE WS-BLOCK-USER-B TO BLOCK-TARGET.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BLOCK-DATE.
           WRITE BLOCKS-RECORD.
           CLOSE BLOCKS-FILE.

           PERFORM LOAD-BLOCKS-FROM-FILE.
           PERFORM LOAD-BLOCKED-TERMS-PROCEDURE.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE "Blocked a user" TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE "This user will no longer be able to contact you."
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       SAVE-MESSAGE-TO-FILE.
      *> Recruiters of a suspended company cannot reach anyone until
      *> career services lifts the suspension.
           PERFORM CHECK-MY-COMPANY-SUSPENDED-PROCEDURE.
           IF COMPANY-IS-SUSPENDED
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING FUNCTION TRIM(WS-CS-LOOKUP-COMPANY)
                       DELIMITED BY SIZE
                   " is suspended by career services - messaging is"
                       DELIMITED BY SIZE
                   " paused until the suspension is lifted."
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE 'M' TO WS-LIMIT-KIND.
           PERFORM CHECK-DAILY-LIMIT-PROCEDURE.
           IF WS-LIMIT-OK-FLAG = 'N'
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.

      *> Screen the text before it can reach anyone: a clear
      *> violation is refused outright, a borderline hit is held for
      *> career services instead of delivered.
           MOVE MESSAGE-CONTENT TO WS-SCREEN-TEXT.
           PERFORM SCREEN-CONTENT-PROCEDURE.
           IF WS-SCREEN-RESULT = 'B'
               MOVE "That message cannot be sent - it contains" &

           PERFORM ACQUIRE-MESSAGES-LOCK-PROCEDURE.
           IF NOT MSG-LOCK-ACQUIRED
               MOVE "Message queue busy, please try again."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO SKILLS-COUNT
                       MOVE SKILLS-RECORD
                           TO WS-SKILLS-TABLE(SKILLS-COUNT)
               END-READ
           END-PERFORM.
           CLOSE SKILLS-FILE.
      *> messages. The poster offers concrete slots here; the student
      *> confirms one from View My Applications.
       OFFER-INTERVIEW-SLOTS-PROCEDURE.
           MOVE "Offer interview time slots now? (Y/N):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           END-IF.

           PERFORM LOAD-INTERVIEWS-FROM-FILE.
           MOVE WS-APW-USERNAME TO WS-CAMPUS-LOOKUP-USER.
           PERFORM GET-USER-CAMPUS-PROCEDURE.
           MOVE WS-CAMPUS-LOOKUP-CODE TO WS-OC-CHECK-CAMPUS.
           PERFORM LIST-CAMPUS-ROOMS-PROCEDURE.

           MOVE 0 TO WS-INT-SLOT-COUNT.
           PERFORM UNTIL WS-INT-SLOT-COUNT = 3 OR WS-INT-COUNT >= 100
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM READ-INPUT-SAFELY
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
                   MOVE WS-APW-USERNAME
                       TO WS-CAMPUS-LOOKUP-USER
                   PERFORM GET-USER-CAMPUS-PROCEDURE
                   MOVE WS-CAMPUS-LOOKUP-CODE TO WS-OC-CHECK-CAMPUS
                   MOVE WS-INT-SLOT-DATE-IN TO WS-OC-CHECK-DATE
                   MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OC-CHECK-TIME
                   PERFORM CHECK-OFFICE-CLOSED-PROCEDURE
                   IF WS-OC-HIT > 0
                       MOVE "The office is closed then - offer another"
                       & " time." TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   ELSE
                       PERFORM PICK-INTERVIEW-ROOM-PROCEDURE
                   END-IF
                   IF WS-OC-HIT = 0 AND WS-ROOM-OK-FLAG = 'Y'
                       ADD 1 TO WS-INT-COUNT
                       ADD 1 TO WS-INT-SLOT-COUNT
                       MOVE WS-APW-JOB-ID
                           TO WS-INT-JOB-ID(WS-INT-COUNT)
                       MOVE WS-APW-USERNAME
                           TO WS-INT-APPLICANT(WS-INT-COUNT)
                       MOVE CURRENT-USER TO WS-INT-POSTER(WS-INT-COUNT)
                       MOVE WS-INT-SLOT-DATE-IN
                           TO WS-INT-SLOT-DATE(WS-INT-COUNT)
                       MOVE WS-OC-CHECK-TIME
                           TO WS-INT-SLOT-TIME(WS-INT-COUNT)
                       MOVE "OFFERED" TO WS-INT-STATUS(WS-INT-COUNT)
                       MOVE WS-ROOM-CODE-IN
                           TO WS-INT-ROOM(WS-INT-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-INT-SLOT-COUNT > 0
               PERFORM SAVE-INTERVIEWS-TO-FILE
               MOVE WS-APW-USERNAME TO NOTIF-TARGET-USER
               MOVE SPACES TO NOTIF-TEXT-BUF
               STRING "Interview slots offered for "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APW-JOB-TITLE)
                       DELIMITED BY SIZE
                   " - confirm one under View My Applications"
                       DELIMITED BY SIZE

       CONFIRM-INTERVIEW-SLOT-PROCEDURE.
           PERFORM LOAD-INTERVIEWS-FROM-FILE.
           PERFORM LOAD-INTERVIEW-ROOMS-PROCEDURE.

           MOVE 'N' TO WS-INT-LISTED-FLAG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INT-COUNT
               IF FUNCTION TRIM(WS-INT-APPLICANT(I))
                   = FUNCTION TRIM(CURRENT-USER)
                   PERFORM SET-ROOM-SHOWN-PROCEDURE
                   IF FUNCTION TRIM(WS-INT-STATUS(I)) = "CONFIRMED"
                       MOVE SPACES TO TO-OUTPUT-BUF
                       STRING "Interview confirmed for Job #"
                           WS-INT-SLOT-DATE(I) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           WS-INT-SLOT-TIME(I) DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ROOM-SHOWN TRAILING)
                               DELIMITED BY SIZE
                           INTO TO-OUTPUT-BUF
                       END-STRING
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                           WS-INT-SLOT-DATE(I) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           WS-INT-SLOT-TIME(I) DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ROOM-SHOWN TRAILING)
                               DELIMITED BY SIZE
                           INTO TO-OUTPUT-BUF
                       END-STRING
                       PERFORM DISPLAY-AND-WRITE-OUTPUT

           MOVE "CONFIRMED" TO WS-INT-STATUS(WS-INT-CHOICE).
           MOVE WS-INT-POSTER(WS-INT-CHOICE) TO NOTIF-TARGET-USER.
           MOVE WS-INT-CHOICE TO I.
           PERFORM SET-ROOM-SHOWN-PROCEDURE.

           MOVE "I" TO WS-ACC-NEW-KIND.
           MOVE WS-INT-JOB-ID(WS-INT-CHOICE) TO WS-ACC-NEW-REF-ID.
           MOVE WS-INT-SLOT-DATE(WS-INT-CHOICE) TO WS-ACC-NEW-DATE.
           MOVE WS-INT-SLOT-TIME(WS-INT-CHOICE) TO WS-ACC-NEW-TIME.
           MOVE WS-INT-POSTER(WS-INT-CHOICE) TO WS-ACC-NEW-OWNER.
           MOVE SPACES TO WS-ACC-NEW-LABEL.
           STRING "Job #" DELIMITED BY SIZE
               WS-INT-JOB-ID(WS-INT-CHOICE) DELIMITED BY SIZE
               " interview" DELIMITED BY SIZE
               INTO WS-ACC-NEW-LABEL
           END-STRING.

      *> The other offered times for the same application lapse once
      *> one is confirmed - compact them out of the table before the
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
               " confirmed an interview slot" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROOM-SHOWN TRAILING) DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF.
           PERFORM POST-NOTIFICATION-PROCEDURE.

           MOVE "Interview slot confirmed." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-ROOM-SHOWN NOT = SPACES
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Please report to the career center front desk"
                       DELIMITED BY SIZE
                   " - your interview is" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-SHOWN TRAILING)
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.
           PERFORM OFFER-ACCOMMODATION-PROCEDURE.

       LIST-POSTER-INTERVIEWS-PROCEDURE.
           PERFORM LOAD-INTERVIEWS-FROM-FILE.
           PERFORM LOAD-ACCOMMODATIONS-PROCEDURE.
           PERFORM LOAD-INTERVIEW-ROOMS-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INT-COUNT
               IF FUNCTION TRIM(WS-INT-POSTER(I))
                   = FUNCTION TRIM(CURRENT-USER)
                   PERFORM SET-ROOM-SHOWN-PROCEDURE
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "Interview [" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INT-STATUS(I)) DELIMITED BY SIZE
                       WS-INT-SLOT-DATE(I) DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       WS-INT-SLOT-TIME(I) DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROOM-SHOWN TRAILING)
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE WS-INT-JOB-ID(I) TO WS-ACC-NEW-REF-ID
                   MOVE WS-INT-APPLICANT(I) TO WS-ACC-MATCH-STUDENT
                   PERFORM SHOW-INTERVIEW-ACCOMMODATION-PROCEDURE
               END-IF
           END-PERFORM.

                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EVENT-COUNT
                       MOVE EVENTS-RECORD
                           TO WS-EVENTS-TABLE(WS-EVENT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE EVENTS-FILE.
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RSVP-COUNT
                       MOVE RSVPS-RECORD
                           TO WS-RSVPS-TABLE(WS-RSVP-COUNT)
               END-READ
           END-PERFORM.
           CLOSE RSVPS-FILE.

           PERFORM LOAD-EVENTS-FROM-FILE.
           PERFORM LOAD-RSVPS-FROM-FILE.
           PERFORM LOAD-FAIR-SETUP-FROM-FILE.
           PERFORM LOAD-FAIR-REGS-FROM-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           MOVE 'N' TO WS-EVENT-LISTED-FLAG.
                       MOVE "   [You have RSVPed]" TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
                   IF ROLE-IS-EMPLOYER OR ROLE-IS-CAREER-SERVICES
                       PERFORM SHOW-FAIR-BOOTHS-LINE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.

               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "K) Check In Attendees" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "F) Career Fair Booths & Registrations"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.
           IF ROLE-IS-EMPLOYER
               MOVE "R) Register My Company for a Career Fair"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           MOVE "Enter an event # to RSVP, or 0 to go back:"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "F"
               IF ROLE-IS-CAREER-SERVICES
                   PERFORM FAIR-ADMIN-PROCEDURE
               ELSE
                   PERFORM ROLE-NOT-ALLOWED-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "R"
               IF ROLE-IS-EMPLOYER
                   PERFORM FAIR-REGISTER-PROCEDURE
               ELSE
                   PERFORM ROLE-NOT-ALLOWED-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-EVENT-CHOICE.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))

       RSVP-EVENT-PROCEDURE.
           IF WS-EVENT-DATE(WS-EVENT-CHOICE) < WS-TODAY-DATE
               MOVE "That event has already taken place."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE "E" TO WS-ACC-NEW-KIND.
           MOVE WS-EVENT-ID(WS-EVENT-CHOICE) TO WS-ACC-NEW-REF-ID.
           MOVE WS-EVENT-DATE(WS-EVENT-CHOICE) TO WS-ACC-NEW-DATE.
           MOVE SPACES TO WS-ACC-NEW-TIME.
           MOVE WS-EVENT-POSTED-BY(WS-EVENT-CHOICE)
               TO WS-ACC-NEW-OWNER.
           MOVE WS-EVENT-NAME(WS-EVENT-CHOICE) TO WS-ACC-NEW-LABEL.
           PERFORM OFFER-ACCOMMODATION-PROCEDURE.

       POST-EVENT-PROCEDURE.
           IF WS-EVENT-COUNT >= 50
               MOVE "The events list is full." TO TO-OUTPUT-BUF
           END-IF.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Event name:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
               TO WS-EVENT-DATE(WS-EVENT-CHOICE).

           MOVE WS-MY-CAMPUS TO WS-OC-CHECK-CAMPUS.
           MOVE WS-EVENT-DATE(WS-EVENT-CHOICE) TO WS-OC-CHECK-DATE.
           MOVE SPACES TO WS-OC-CHECK-TIME.
           PERFORM CHECK-OFFICE-CLOSED-PROCEDURE.
           IF WS-OC-HIT > 0
               SUBTRACT 1 FROM WS-EVENT-COUNT
               MOVE "The office is closed that day - event not posted."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Event location:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               EXIT PARAGRAPH
           END-IF.

           MOVE "Enter a message # to open, or 0 to go back:"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           READ INPUT-FILE
               NOT AT END
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-MSG-CHOICE
                   IF WS-MSG-CHOICE > 0 AND WS-MSG-CHOICE
                       NOT > MESSAGE-COUNT
                       AND (WS-MSG-SENDER(WS-MSG-CHOICE) = CURRENT-USER
                       OR WS-MSG-RECIPIENT(WS-MSG-CHOICE)
                           = CURRENT-USER)
                       PERFORM OPEN-MESSAGE-PROCEDURE
                   END-IF
           END-READ.
           STRING "From: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-MSG-SENDER(WS-MSG-CHOICE)) DELIMITED BY SIZE
           "   To: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-MSG-RECIPIENT(WS-MSG-CHOICE))
               DELIMITED BY SIZE
           INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Message: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-MSG-CONTENT(WS-MSG-CHOICE))
               DELIMITED BY SIZE
           INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

                   MOVE "Error reading input." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                       = "B"
                       MOVE CURRENT-USER TO WS-BLOCK-USER-A
                       IF WS-MSG-SENDER(WS-MSG-CHOICE) = CURRENT-USER
                           MOVE WS-MSG-RECIPIENT(WS-MSG-CHOICE)
                       END-IF
                       PERFORM ADD-BLOCK-PROCEDURE
                   END-IF
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                       = "Y"
                       IF WS-MSG-SENDER(WS-MSG-CHOICE) = CURRENT-USER
                           MOVE WS-MSG-RECIPIENT(WS-MSG-CHOICE)
                           TO RECIPIENT-USERNAME
                           " connected with." TO TO-OUTPUT-BUF
                           PERFORM DISPLAY-AND-WRITE-OUTPUT
                       ELSE
                       MOVE WS-MSG-SEQ(WS-MSG-CHOICE)
                           TO WS-MSG-REPLYING-TO
                       MOVE "Enter your reply (max 200 chars):"
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                       READ INPUT-FILE
                           AT END
           IF WS-EMPLOYER-VETTED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-MY-COMPANY-SUSPENDED-PROCEDURE.
           IF COMPANY-IS-SUSPENDED
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING FUNCTION TRIM(WS-CS-LOOKUP-COMPANY)
                       DELIMITED BY SIZE
                   " is suspended by career services - new postings"
                       DELIMITED BY SIZE
                   " are paused until the suspension is lifted."
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-EMPLOYER-TERMS-PROCEDURE.
           IF NOT EMPLOYER-TERMS-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE "--- Post a New Job/Internship ---" TO TO-OUTPUT-BUF
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE WS-NEXT-JOB-ID TO WS-JOB-ID(WS-JOB-COUNT).

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Enter Job Title:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               TO WS-JOB-TITLE(WS-JOB-COUNT).

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Enter Description (max 200 chars):"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           PERFORM CHOOSE-EMPLOYER-COMPANY-PROCEDURE.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Enter Location:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
           MOVE 0 TO WS-JOB-SALARY-MIN(WS-JOB-COUNT).
           MOVE 0 TO WS-JOB-SALARY-MAX(WS-JOB-COUNT).

           MOVE "Minimum annual salary, as a whole number (blank to " &
               "skip):"
               TO TO-OUTPUT-BUF
           PERFORM DISPLAY-AND-WRITE-OUTPUT
           PERFORM READ-INPUT-SAFELY
                   TO WS-JOB-SALARY-MIN(WS-JOB-COUNT)
           END-IF.

           MOVE "Maximum annual salary, as a whole number (blank to " &
               "skip):"
               TO TO-OUTPUT-BUF
           PERFORM DISPLAY-AND-WRITE-OUTPUT
           PERFORM READ-INPUT-SAFELY
                   TO WS-JOB-SALARY-MAX(WS-JOB-COUNT)
           END-IF.

           MOVE SPACE TO WS-JOB-WORK-AUTH(WS-JOB-COUNT).
           MOVE WS-JOB-COUNT TO WS-WA-JOB-SUBS.
           PERFORM PROMPT-JOB-WORK-AUTH-PROCEDURE.
           PERFORM PROMPT-JOB-OPENINGS-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-JOB-POSTED-DATE(WS-JOB-COUNT)
           MOVE 'N' TO WS-JOB-CLOSED-FLAG(WS-JOB-COUNT)

           MOVE WS-JOB-COUNT TO WS-JOB-SAVE-INDEX.
           PERFORM SAVE-JOBS-TO-FILE.
           PERFORM RECORD-NEW-JOB-OPENINGS-PROCEDURE.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE "Posted job" TO AUDIT-ACTION-TEXT.
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING I DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COMPANY-NAME(I))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT

       REGISTER-NEW-COMPANY-PROCEDURE.
           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Enter the company's name:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
           MOVE 0 TO WS-COMPANY-MATCH.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > COMPANY-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMPANY-NAME(I)))
                   = FUNCTION UPPER-CASE(FUNCTION
                       TRIM(WS-NEW-COMPANY-NAME))
                   MOVE I TO WS-COMPANY-MATCH
                   EXIT PERFORM
               END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE 'N' TO WS-COMPANY-LISTED-FLAG.
           PERFORM LOAD-COMPANY-SUSPENSIONS-PROCEDURE.
           MOVE WS-COMPANY-NAME(WS-COMPANY-CHOICE)
               TO WS-CS-LOOKUP-COMPANY.
           PERFORM CHECK-COMPANY-SUSPENDED-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
               IF NOT WS-JOB-IS-CLOSED(I)
                   AND NOT COMPANY-IS-SUSPENDED
                   AND (WS-JOB-EXPIRATION-DATE(I) = 0
                       OR WS-JOB-EXPIRATION-DATE(I) >= WS-TODAY-DATE)
                   AND WS-JOB-VISIBLE(I)
                   AND FUNCTION UPPER-CASE(FUNCTION
                       TRIM(WS-JOB-EMPLOYER(I)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-COMPANY-NAME(WS-COMPANY-CHOICE)))
                   MOVE 'Y' TO WS-COMPANY-LISTED-FLAG
                       ") " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOB-TITLE(I)) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOB-LOCATION(I))
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
           MOVE WS-COMPANY-NAME(WS-COMPANY-CHOICE) TO WS-PAGE-COMPANY.
           PERFORM SHOW-COMPANY-PAGE-PROCEDURE.
           PERFORM OFFER-FOLLOW-PROCEDURE.
           IF ROLE-IS-CAREER-SERVICES
               PERFORM EMPLOYER-RELATIONS-PROCEDURE
           END-IF.

      *> Job numbers are permanent: they come from job-counter.txt, not
      *> from the posting's slot in jobs.txt, so an application keyed by
               TO WS-JOB-SALARY-MIN(WS-JOB-COUNT).
           MOVE WS-RP-SALARY-MAX(WS-REPOST-CHOICE)
               TO WS-JOB-SALARY-MAX(WS-JOB-COUNT).
           MOVE WS-RP-WORK-AUTH(WS-REPOST-CHOICE)
               TO WS-JOB-WORK-AUTH(WS-JOB-COUNT).

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Title is '" DELIMITED BY SIZE
                   TO WS-JOB-SALARY(WS-JOB-COUNT)
           END-IF.

           MOVE WS-JOB-COUNT TO WS-WA-JOB-SUBS.
           PERFORM PROMPT-JOB-WORK-AUTH-PROCEDURE.
           PERFORM PROMPT-JOB-OPENINGS-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-JOB-POSTED-DATE(WS-JOB-COUNT).
           MOVE 'N' TO WS-JOB-CLOSED-FLAG(WS-JOB-COUNT).

           MOVE WS-JOB-COUNT TO WS-JOB-SAVE-INDEX.
           PERFORM SAVE-JOBS-TO-FILE.
           PERFORM RECORD-NEW-JOB-OPENINGS-PROCEDURE.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE "Re-posted job" TO AUDIT-ACTION-TEXT.
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF HIST-JOB-POSTER
                           = USER-USERNAME(LOGGED-IN-RANK)
                           ADD 1 TO WS-REPOST-COUNT
                           MOVE HIST-JOB-TITLE
                               TO WS-RP-TITLE(WS-REPOST-COUNT)
                               MOVE 0
                                   TO WS-RP-SALARY-MAX(WS-REPOST-COUNT)
                           END-IF
                           IF HIST-JOB-WORK-AUTH = 'S'
                               OR HIST-JOB-WORK-AUTH = 'U'
                               MOVE HIST-JOB-WORK-AUTH
                                   TO WS-RP-WORK-AUTH(WS-REPOST-COUNT)
                           ELSE
                               MOVE SPACE
                                   TO WS-RP-WORK-AUTH(WS-REPOST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       EDIT-MY-POSTINGS-PROCEDURE.
           MOVE "--- Edit/Close My Postings ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-JOB-OPENINGS-PROCEDURE.

           MOVE "N" TO CONNECTION-EXIST-FLAG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
                       ") " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOB-TITLE(I)) DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOB-EMPLOYER(I))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                       MOVE "   [OPEN]" TO TO-OUTPUT-BUF
                   END-IF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE WS-JOB-ID(I) TO WS-JO-LOOKUP-ID
                   PERFORM FIND-JOB-OPENINGS-PROCEDURE
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "   [" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JO-SHOWN) DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   IF WS-JOB-PENDING-REVIEW(I)
                       MOVE "   [AWAITING CAREER SERVICES REVIEW]"
                       TO TO-OUTPUT-BUF
           MOVE WS-JOB-CHOICE TO WS-MANAGE-JOB-SUBS.
           PERFORM CHECK-JOB-MANAGEABLE-PROCEDURE.
           IF WS-JOB-MANAGEABLE-FLAG NOT = 'Y'
               MOVE "That posting does not belong to you."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "4) Extend Deadline" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "7) Edit Work Authorization" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "8) Closing Message to Applicants" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "9) Hold Applicants Back at Closing" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "N) Number of Openings" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Q) Screening Questions" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-CL-MY-LINK > 0
               AND WS-CL-ADMIN-FLAG(WS-CL-MY-LINK) = 'Y'
               MOVE "6) Reassign to Another Recruiter" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM READ-INPUT-SAFELY
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                       = "NONE"
                       MOVE SPACES TO WS-JOB-SALARY(WS-JOB-CHOICE)
                   ELSE
                       MOVE FUNCTION TRIM(INPUT-RECORD)
                   PERFORM LOG-AUDIT-ACTION-PROCEDURE
                   MOVE "Posting closed." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM BUILD-APPLICANT-PACKET-PROCEDURE
                   PERFORM DISPOSE-OPEN-APPLICATIONS-PROCEDURE
               WHEN "4"
      *> Push the deadline out from today - this is the option the
      *> expiry warning points the poster at, and it revives a
      *> posting the nightly sweep already closed for lapsing. A
      *> posting closed because every opening filled stays closed
      *> until the poster raises the number of openings.
                   MOVE WS-JOB-ID(WS-JOB-CHOICE) TO WS-JO-LOOKUP-ID
                   PERFORM FIND-JOB-OPENINGS-PROCEDURE
                   IF WS-JOB-IS-CLOSED(WS-JOB-CHOICE)
                       AND WS-JO-REMAINING = 0
                       MOVE "Every opening on this posting is filled" &
                       " - raise N) Number of Openings first."
                       TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "Days from today this listing should stay" &
                   " active (blank = 90):" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               WHEN "7"
                   MOVE WS-JOB-CHOICE TO WS-WA-JOB-SUBS
                   PERFORM PROMPT-JOB-WORK-AUTH-PROCEDURE
                   MOVE WS-JOB-CHOICE TO WS-JOB-SAVE-INDEX
                   PERFORM SAVE-JOBS-TO-FILE
                   MOVE CURRENT-USER TO AUDIT-USER-TEXT
                   MOVE "Edited job posting" TO AUDIT-ACTION-TEXT
                   PERFORM LOG-AUDIT-ACTION-PROCEDURE
                   MOVE "Posting updated." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               WHEN "6"
                   PERFORM REASSIGN-POSTING-PROCEDURE
               WHEN "8"
                   PERFORM CLOSING-WORDING-PROCEDURE
               WHEN "9"
                   PERFORM SWEEP-HOLDS-PROCEDURE
               WHEN "N"
               WHEN "n"
                   PERFORM EDIT-JOB-OPENINGS-PROCEDURE
               WHEN "Q"
               WHEN "q"
                   PERFORM SCREENING-QUESTIONS-PROCEDURE
               WHEN OTHER
                   MOVE "No changes made." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
           PERFORM DISPLAY-AND-WRITE-OUTPUT.


      *> Sponsorship stance for the posting at WS-WA-JOB-SUBS. Blank
      *> keeps whatever is there - "not stated" on a new posting.
       PROMPT-JOB-WORK-AUTH-PROCEDURE.
           MOVE "Work authorization - S) Visa sponsorship available," &
           " U) U.S. work authorization required," TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "N) Not stated, or blank to keep the current setting:"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           EVALUATE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               WHEN "S"
                   MOVE 'S' TO WS-JOB-WORK-AUTH(WS-WA-JOB-SUBS)
               WHEN "U"
                   MOVE 'U' TO WS-JOB-WORK-AUTH(WS-WA-JOB-SUBS)
               WHEN "N"
                   MOVE SPACE TO WS-JOB-WORK-AUTH(WS-WA-JOB-SUBS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       FIND-SOMEONE-PROCEDURE.
           MOVE 'N' TO WS-CROSS-CAMPUS-FLAG
           MOVE "Search beyond your own campus too? (Y/N):"
           END-IF.

       FIND-BY-NAME-PROCEDURE.
           MOVE "Enter the name of the person you want to find:"
               TO TO-OUTPUT-BUF
           PERFORM DISPLAY-AND-WRITE-OUTPUT
           PERFORM READ-INPUT-SAFELY
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           MOVE 0 TO PROFILE-INDEX

           IF FIND-MATCH-COUNT = 0
               MOVE "No user found matching that search."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
               TO FIND-CHOICE-NUM

           IF FIND-CHOICE-NUM > 0 AND FIND-CHOICE-NUM
               <= FIND-MATCH-COUNT
               MOVE FIND-MATCH-INDEX(FIND-CHOICE-NUM) TO I
               PERFORM SHOW-FOUND-PROFILE-PROCEDURE
           END-IF.
               IF FUNCTION TRIM(WS-MUTUAL-CANDIDATE) NOT = SPACES
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > NETWORK-COUNT
                       IF (FUNCTION TRIM(NETWORK-USER1(J))
                               =
                             FUNCTION TRIM(USER-USERNAME(PROFILE-INDEX))
                           AND FUNCTION TRIM(NETWORK-USER2(J))
                               = FUNCTION TRIM(WS-MUTUAL-CANDIDATE))
                       OR (FUNCTION TRIM(NETWORK-USER2(J))
                               =
                             FUNCTION TRIM(USER-USERNAME(PROFILE-INDEX))
                           AND FUNCTION TRIM(NETWORK-USER1(J))
                               = FUNCTION TRIM(WS-MUTUAL-CANDIDATE))
                           ADD 1 TO MUTUAL-CONNECTION-COUNT

           EVALUATE INPUT-CHOICE-BUF
               WHEN "1"
                   IF FUNCTION TRIM(USER-USERNAME(LOGGED-IN-RANK))
                       = FUNCTION TRIM(USER-USERNAME(PROFILE-INDEX))
                       MOVE
                           "Invalid. Can't send connection to yourself."
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   ELSE
                       PERFORM SEND-CONNECTION-REQUEST
                       IF REQUEST-SUCCESS = "Y"
                       MOVE CURRENT-USER TO AUDIT-USER-TEXT
                       MOVE "Sent connection request"
                           TO AUDIT-ACTION-TEXT
                       PERFORM LOG-AUDIT-ACTION-PROCEDURE
                       MOVE "Connection request sent successfully."
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
                   PERFORM POST-LOGIN-NAVIGATION
       ENDORSE-SKILL-PROCEDURE.
           IF FUNCTION TRIM(USER-USERNAME(LOGGED-IN-RANK))
               = FUNCTION TRIM(USER-USERNAME(PROFILE-INDEX))
               MOVE "You cannot endorse your own skills."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.


           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONNECTION-COUNT
               IF FUNCTION TRIM(CON-SENDER(I))
                   = FUNCTION TRIM(USER-USERNAME(LOGGED-IN-RANK))
               AND FUNCTION TRIM(CON-RECEIVER(I))
                   = FUNCTION TRIM(USER-USERNAME(PROFILE-INDEX))
                   MOVE "Y" TO CONNECTION-EXIST-FLAG
                   MOVE "You have already sent a request to this user."
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               ELSE IF FUNCTION TRIM(CON-SENDER(I))
                   = FUNCTION TRIM(USER-USERNAME(PROFILE-INDEX))
               AND FUNCTION TRIM(CON-RECEIVER(I))
                   = FUNCTION TRIM(USER-USERNAME(LOGGED-IN-RANK))
                   MOVE "Y" TO CONNECTION-EXIST-FLAG
                   MOVE "This user has already sent you a request."
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF

           IF CONNECTION-EXIST-FLAG = "N"

               PERFORM VARYING I FROM 1 BY 1 UNTIL I > NETWORK-COUNT
                   IF (FUNCTION TRIM(NETWORK-USER1(I))
                       = FUNCTION TRIM(USER-USERNAME(LOGGED-IN-RANK))
                   AND FUNCTION TRIM(NETWORK-USER2(I))
                       = FUNCTION TRIM(USER-USERNAME(PROFILE-INDEX)))
                   OR
                   (FUNCTION TRIM(NETWORK-USER1(I))
                       = FUNCTION TRIM(USER-USERNAME(PROFILE-INDEX))
                   AND FUNCTION TRIM(NETWORK-USER2(I))
                       = FUNCTION TRIM(USER-USERNAME(LOGGED-IN-RANK)))
                       MOVE "Y" TO CONNECTION-EXIST-FLAG
                       MOVE "Already connected with this user."
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                       EXIT PERFORM
                   END-IF
           END-IF


           IF CONNECTION-EXIST-FLAG = "N" AND CONNECTION-COUNT
               >= MAX-CONNECTION-COUNT
               MOVE "Connection requests are full, please try again " &
                   "later."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "Y" TO CONNECTION-EXIST-FLAG

           IF CONNECTION-EXIST-FLAG = "N"
               ADD 1 TO CONNECTION-COUNT
               MOVE USER-USERNAME(LOGGED-IN-RANK)
                   TO CON-SENDER(CONNECTION-COUNT)
               MOVE USER-USERNAME(PROFILE-INDEX)
                   TO CON-RECEIVER(CONNECTION-COUNT)
               MOVE "PENDING" TO CON-STATUS(CONNECTION-COUNT)
               MOVE CONNECTION-COUNT TO WS-CONN-SAVE-INDEX
               PERFORM SAVE-CONNECTIONS-TO-FILE
           MOVE 0 TO WS-PENDING-COUNT.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONNECTION-COUNT
               IF FUNCTION TRIM(CON-RECEIVER(I))
                   = FUNCTION TRIM(CURRENT-USER)
                   AND FUNCTION TRIM(CON-STATUS(I)) = "PENDING"
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-IF.

       PENDING-REQUESTS-PROCEDURE.
           MOVE "----- Pending Connection Requests: -----"
               TO TO-OUTPUT-BUF
           PERFORM DISPLAY-AND-WRITE-OUTPUT




           PERFORM VARYING I FROM CONNECTION-COUNT BY -1 UNTIL I < 1
               IF FUNCTION TRIM(CON-RECEIVER(I))
                   = FUNCTION TRIM(USER-USERNAME(LOGGED-IN-RANK))
                   AND FUNCTION TRIM(CON-STATUS(I)) = "PENDING"
                   MOVE "Y" TO CONNECTION-EXIST-FLAG
                   PERFORM PROCESS-REQUEST-PROCEDURE


           IF CONNECTION-EXIST-FLAG = "N"
               MOVE "You have no pending connection requests."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF

           MOVE "----------------------------------------"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           EXIT.


           MOVE 0 TO PROFILE-INDEX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > USER-COUNT
               IF FUNCTION TRIM(CON-SENDER(I))
                   = FUNCTION TRIM(USER-USERNAME(J))
                   MOVE J TO PROFILE-INDEX
                   EXIT PERFORM
               END-IF
           IF PROFILE-INDEX > 0
               MOVE SPACES TO FULL-NAME
               STRING
                   FUNCTION TRIM(USER-FIRST-NAME(PROFILE-INDEX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(USER-LAST-NAME(PROFILE-INDEX))
                       DELIMITED BY SIZE
                   INTO FULL-NAME
               END-STRING

               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO INPUT-CHOICE-BUF

               IF INPUT-CHOICE-BUF NOT = "1" AND INPUT-CHOICE-BUF
                   NOT = "2"
                   AND INPUT-CHOICE-BUF NOT = "3"
                   MOVE "Invalid choice. Request Skipped."
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-IF.
           MOVE 'N' TO NETWORK-EXIST-FLAG
           MOVE 0 TO WS-FIRST-DEGREE-COUNT.

           MOVE "------------- Your Network -------------"
               TO TO-OUTPUT-BUF
           PERFORM DISPLAY-AND-WRITE-OUTPUT

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NETWORK-COUNT
               IF FUNCTION TRIM(NETWORK-USER1(I))
                   = FUNCTION TRIM(USER-USERNAME(LOGGED-IN-RANK))
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > USER-COUNT
                       IF FUNCTION TRIM(NETWORK-USER2(I))
                           = FUNCTION TRIM(USER-USERNAME(J))
                           MOVE 'Y' TO NETWORK-EXIST-FLAG
                           MOVE J TO PROFILE-INDEX
                           PERFORM DISPLAY-NETWORKS-PROCEDURE
                           ADD 1 TO WS-FIRST-DEGREE-COUNT
                           MOVE J TO
                            WS-FIRST-DEGREE-RANKS(WS-FIRST-DEGREE-COUNT)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               ELSE IF FUNCTION TRIM(NETWORK-USER2(I))
                   = FUNCTION TRIM(USER-USERNAME(LOGGED-IN-RANK))
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > USER-COUNT
                       IF FUNCTION TRIM(NETWORK-USER1(I))
                           = FUNCTION TRIM(USER-USERNAME(J))
                           MOVE 'Y' TO NETWORK-EXIST-FLAG
                           MOVE J TO PROFILE-INDEX
                           PERFORM DISPLAY-NETWORKS-PROCEDURE
                           ADD 1 TO WS-FIRST-DEGREE-COUNT
                           MOVE J TO
                            WS-FIRST-DEGREE-RANKS(WS-FIRST-DEGREE-COUNT)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               PERFORM SHOW-SECOND-DEGREE-CONNECTIONS-PROCEDURE
           END-IF

           MOVE "----------------------------------------"
               TO TO-OUTPUT-BUF
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           IF NETWORK-EXIST-FLAG = 'Y'
                           = FUNCTION TRIM(WS-MUTUAL-CANDIDATE)
                           ADD 1 TO WS-FIRST-DEGREE-COUNT
                           MOVE K TO
                            WS-FIRST-DEGREE-RANKS(WS-FIRST-DEGREE-COUNT)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-IF.

           IF FUNCTION TRIM(USER-UNIVERSITY(J)) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION
                   TRIM(USER-UNIVERSITY(J)))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(
                   USER-UNIVERSITY(LOGGED-IN-RANK)))
               MOVE 'Y' TO WS-SUGGEST-QUALIFY-FLAG
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > NETWORK-COUNT
                   MOVE 0 TO K
                   IF FUNCTION TRIM(NETWORK-USER1(I))
                           =
                  FUNCTION TRIM(USER-USERNAME(WS-FIRST-DEGREE-RANKS(J)))
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K
                           > USER-COUNT
                           IF FUNCTION TRIM(NETWORK-USER2(I))
                                   = FUNCTION TRIM(USER-USERNAME(K))
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   ELSE IF FUNCTION TRIM(NETWORK-USER2(I))
                           =
                  FUNCTION TRIM(USER-USERNAME(WS-FIRST-DEGREE-RANKS(J)))
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K
                           > USER-COUNT
                           IF FUNCTION TRIM(NETWORK-USER1(I))
                                   = FUNCTION TRIM(USER-USERNAME(K))
                               EXIT PERFORM
                       IF WS-SECOND-DEGREE-DUP-FLAG = 'N'
                           ADD 1 TO WS-SECOND-DEGREE-COUNT
                           MOVE WS-SECOND-DEGREE-CANDIDATE
                               TO
                          WS-SECOND-DEGREE-RANKS(WS-SECOND-DEGREE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "People you may know (connections of your" &
               " connections):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I
                   > WS-SECOND-DEGREE-COUNT
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING
                       "  " DELIMITED BY SIZE
               FUNCTION TRIM(USER-FIRST-NAME(WS-SECOND-DEGREE-RANKS(I)))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                FUNCTION TRIM(USER-LAST-NAME(WS-SECOND-DEGREE-RANKS(I)))
                           DELIMITED BY SIZE
                       " (University: " DELIMITED BY SIZE
               FUNCTION TRIM(USER-UNIVERSITY(WS-SECOND-DEGREE-RANKS(I)))
                           DELIMITED BY SIZE
                       ", Major: " DELIMITED BY SIZE
                    FUNCTION TRIM(USER-MAJOR(WS-SECOND-DEGREE-RANKS(I)))
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
           END-PERFORM.

           IF WS-SECOND-DEGREE-DUP-FLAG = 'N'
               PERFORM VARYING K FROM 1 BY 1 UNTIL K
                   > WS-SECOND-DEGREE-COUNT
                   IF WS-SECOND-DEGREE-RANKS(K)
                       = WS-SECOND-DEGREE-CANDIDATE
                       MOVE 'Y' TO WS-SECOND-DEGREE-DUP-FLAG
                       EXIT PERFORM
                   END-IF
                   NOT = FUNCTION TRIM(USER-USERNAME(LOGGED-IN-RANK))
               AND FUNCTION TRIM(NETWORK-USER2(WS-NETWORK-CHOICE))
                   NOT = FUNCTION TRIM(USER-USERNAME(LOGGED-IN-RANK))
               MOVE "That connection does not belong to you."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
                   "(Connection #" DELIMITED BY SIZE
                   I DELIMITED BY SIZE
                   ") Connected with: " DELIMITED BY SIZE
                   FUNCTION TRIM(USER-FIRST-NAME(PROFILE-INDEX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(USER-LAST-NAME(PROFILE-INDEX))
                       DELIMITED BY SIZE
                   " (University: " DELIMITED BY SIZE
                   FUNCTION TRIM(USER-UNIVERSITY(PROFILE-INDEX))
                       DELIMITED BY SIZE
                   ", Major: " DELIMITED BY SIZE
                   FUNCTION TRIM(USER-MAJOR(PROFILE-INDEX))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING

       PROMPT-CATALOG-FIELDS-PROCEDURE.
           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Course name:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(INPUT-RECORD)
               TO CAT-NAME(WS-CATALOG-PICK).

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Lesson text, line 1:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               TO CAT-LESSON-LINE(WS-CATALOG-PICK, 3).

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Quiz question:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF INPUT-RECORD = SPACES
                   MOVE "Quiz question cannot be blank."
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
               TO CAT-QUIZ-QUESTION(WS-CATALOG-PICK).

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Expected answer:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF INPUT-RECORD = SPACES
                   MOVE "Expected answer cannot be blank."
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(SKILL-QUIZ-ANSWER))
               MOVE "Correct! Skill marked as completed."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM CHECK-SKILL-COMPLETED-PROCEDURE
               IF SKILL-ALREADY-DONE-FLAG = 'N'
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
                   ADD 1 TO SKILLS-COUNT
                   MOVE CURRENT-USER TO WS-SKILL-USERNAME(SKILLS-COUNT)
                   MOVE SKILL-CHOICE-NUM
                       TO WS-SKILL-NUMBER(SKILLS-COUNT)
                   MOVE WS-TODAY-DATE
                       TO WS-SKILL-COMPLETED-DATE(SKILLS-COUNT)
                   PERFORM SAVE-SKILLS-TO-FILE
                   MOVE CURRENT-USER TO AUDIT-USER-TEXT
                   MOVE "Completed skill" TO AUDIT-ACTION-TEXT
           END-IF.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Enter First Name:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(INPUT-RECORD)
               TO USER-FIRST-NAME(LOGGED-IN-RANK)

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Enter Last Name:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(INPUT-RECORD)
               TO USER-LAST-NAME(LOGGED-IN-RANK)

      *> University and major come from the career-services reference
      *> tables when those are stocked - free text was how "Comp
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF

               IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       = 4 AND INPUT-RECORD NOT = SPACES
                   MOVE FUNCTION TRIM(INPUT-RECORD)
                       TO USER-GRADUATION-YEAR(LOGGED-IN-RANK)
                   SET GRAD-YEAR-SUCESSFUL TO TRUE
               ELSE
                   MOVE "Invalid Graduation Year." TO TO-OUTPUT-BUF
               END-IF
           END-PERFORM.

           MOVE "Enter About Me (Optional, max 200 characters, enter " &
               "blank line to skip):" TO TO-OUTPUT-BUF
           PERFORM DISPLAY-AND-WRITE-OUTPUT
           PERFORM READ-INPUT-SAFELY
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
               MOVE SPACES to USER-ABOUT-ME(LOGGED-IN-RANK)
           ELSE
               MOVE FUNCTION TRIM(INPUT-RECORD)
                   TO USER-ABOUT-ME(LOGGED-IN-RANK)
           END-IF

           MOVE "Who can see your About Me?" TO TO-OUTPUT-BUF
           PERFORM EDIT-EDUCATION-PROCEDURE
           MOVE LOGGED-IN-RANK TO WS-PROFILE-SAVE-INDEX
           PERFORM SAVE-PROFILES-TO-FILE
           IF ROLE-IS-STUDENT OR ROLE-IS-ALUMNI
               PERFORM EDIT-PORTFOLIO-PROCEDURE
           END-IF
           IF ROLE-IS-STUDENT
               MOVE LOGGED-IN-RANK TO WS-CSL-RANK-IN
               PERFORM ASSIGN-CASELOAD-PROCEDURE
           END-IF

           MOVE CURRENT-USER TO AUDIT-USER-TEXT
           MOVE "Updated profile" TO AUDIT-ACTION-TEXT

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Name: " DELIMITED BY SIZE
               FUNCTION TRIM(USER-FIRST-NAME(LOGGED-IN-RANK))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(USER-LAST-NAME(LOGGED-IN-RANK))
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE "Graduation Year: " TO TO-OUTPUT-BUF.
           IF USER-GRADUATION-YEAR(LOGGED-IN-RANK) NOT = 0
               STRING "Graduation Year: " DELIMITED BY SIZE
                   USER-GRADUATION-YEAR(LOGGED-IN-RANK)
                       DELIMITED BY SPACE
                   INTO TO-OUTPUT-BUF
           END-IF
           PERFORM DISPLAY-AND-WRITE-OUTPUT.



           IF FUNCTION LENGTH(FUNCTION
               TRIM(USER-ABOUT-ME(LOGGED-IN-RANK))) > 0
               AND (NOT VIEWING-AS-STRANGER
                   OR USER-VIS-ABOUT(LOGGED-IN-RANK) NOT = 'C')
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "About Me: " DELIMITED BY SIZE
                   FUNCTION TRIM(USER-ABOUT-ME(LOGGED-IN-RANK))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT

                   STRING "    Title: " DELIMITED BY SIZE
                       EXP-TITLE(LOGGED-IN-RANK, EXP-SUBS)
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT

                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "    Company: " DELIMITED BY SIZE
                       EXP-COMPANY(LOGGED-IN-RANK, EXP-SUBS)
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT

                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "    Dates: " DELIMITED BY SIZE
                       EXP-DATES(LOGGED-IN-RANK, EXP-SUBS)
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT

                   PERFORM DISPLAY-AND-WRITE-OUTPUT

                   STRING "    Degree: " DELIMITED BY SIZE
                       EDU-DEGREE(LOGGED-IN-RANK, EDU-SUBS)
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT


                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "    Years: " DELIMITED BY SIZE
                       EDU-YEARS(LOGGED-IN-RANK, EDU-SUBS)
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF

           END-PERFORM.

           PERFORM VARYING WS-PF-SUBS FROM 1 BY 1
               UNTIL WS-PF-SUBS > WS-PF-COUNT
               IF WS-PF-USERNAME(WS-PF-SUBS)
                   = USER-USERNAME(LOGGED-IN-RANK)
                   AND (NOT VIEWING-AS-STRANGER
                       OR WS-PF-VIS(WS-PF-SUBS) NOT = 'C')
                   PERFORM SHOW-PORTFOLIO-ENTRY-PROCEDURE
               END-IF
           END-PERFORM.

           PERFORM LOAD-ENDORSEMENTS-FROM-FILE.
           MOVE 'N' TO WS-SKILL-LISTED-FLAG.
           PERFORM VARYING WS-SKILL-SUBS FROM 1 BY 1
           END-IF.


      *> Resume books: career services compiles packets of opted-in
      *> students' exported resumes for employers (ResumeBookJob).
      *> Here a student sees where they stand, who has already been
      *> sent their resume, and can opt in or out. Opting out stops
      *> future books only - what was sent stays sent.
       RESUME-BOOK-SETTINGS-PROCEDURE.
           PERFORM LOAD-RESUME-BOOK-OPTINS-PROCEDURE.
           MOVE 0 TO WS-RBO-HIT.
           PERFORM VARYING WS-RBO-SUBS FROM 1 BY 1
               UNTIL WS-RBO-SUBS > WS-RBO-COUNT
               IF FUNCTION TRIM(WS-RBO-USERNAME(WS-RBO-SUBS))
                   = FUNCTION TRIM(CURRENT-USER)
                   MOVE WS-RBO-SUBS TO WS-RBO-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE "--- Resume Book Opt-In ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-RBO-HIT > 0 AND WS-RBO-OPT-IN(WS-RBO-HIT) = 'Y'
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "You are opted in to employer resume books"
                   DELIMITED BY SIZE
                   " (since " DELIMITED BY SIZE
                   WS-RBO-DATE(WS-RBO-HIT) DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           ELSE
               MOVE "You are not opted in to employer resume books."
               TO TO-OUTPUT-BUF
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM SHOW-MY-RESUME-RELEASES-PROCEDURE.

           MOVE "Include my resume in employer resume books? (Y/N," &
           " blank to leave as is):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               TO INPUT-CHOICE-BUF.
           IF FUNCTION TRIM(INPUT-CHOICE-BUF) NOT = "Y"
               AND FUNCTION TRIM(INPUT-CHOICE-BUF) NOT = "N"
               MOVE "No change made." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           IF WS-RBO-HIT = 0
               IF WS-RBO-COUNT >= 300
                   MOVE "The resume book list is full - please contact"
                   & " career services." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RBO-COUNT
               MOVE WS-RBO-COUNT TO WS-RBO-HIT
               MOVE CURRENT-USER TO WS-RBO-USERNAME(WS-RBO-HIT)
           END-IF.
           MOVE INPUT-CHOICE-BUF(1:1) TO WS-RBO-OPT-IN(WS-RBO-HIT).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RBO-DATE(WS-RBO-HIT).

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-RESUME-BOOK-OPTINS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           IF WS-RBO-OPT-IN(WS-RBO-HIT) = 'Y'
               MOVE "Opted in to resume books" TO AUDIT-ACTION-TEXT
               MOVE "You are now opted in to employer resume books."
               TO TO-OUTPUT-BUF
           ELSE
               MOVE "Opted out of resume books" TO AUDIT-ACTION-TEXT
               MOVE "You are opted out of future resume books."
               TO TO-OUTPUT-BUF
           END-IF.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Books carry the exported resume file, not the live profile,
      *> so an opted-in student without one would be left out.
           IF WS-RBO-OPT-IN(WS-RBO-HIT) = 'Y'
               MOVE SPACES TO PROBE-FILENAME
               STRING "resume_" DELIMITED BY SIZE
                   FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO PROBE-FILENAME
               END-STRING
               PERFORM CHECK-FILE-EXISTS-PROCEDURE
               IF FILE-MISSING
                   MOVE "Resume books use your exported resume - use" &
                   " Export Resume on your profile so you are" &
                   " included." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-IF.

       SHOW-MY-RESUME-RELEASES-PROCEDURE.
           MOVE 0 TO WS-RBR-SHOWN.
           MOVE "resume-book-releases.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF NOT FILE-MISSING
               OPEN INPUT RESUME-BOOK-RELEASES-FILE
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ RESUME-BOOK-RELEASES-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(RBR-USERNAME)
                               = FUNCTION TRIM(CURRENT-USER)
                               IF WS-RBR-SHOWN = 0
                                   MOVE "Your resume has been sent to:"
                                   TO TO-OUTPUT-BUF
                                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                               END-IF
                               ADD 1 TO WS-RBR-SHOWN
                               MOVE SPACES TO TO-OUTPUT-BUF
                               STRING "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(RBR-EMPLOYER)
                                       DELIMITED BY SIZE
                                   " on " DELIMITED BY SIZE
                                   RBR-DATE DELIMITED BY SIZE
                                   INTO TO-OUTPUT-BUF
                               END-STRING
                               PERFORM DISPLAY-AND-WRITE-OUTPUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUME-BOOK-RELEASES-FILE
           END-IF.
           IF WS-RBR-SHOWN = 0
               MOVE "No employer has been sent your resume in a book."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

       LOAD-RESUME-BOOK-OPTINS-PROCEDURE.
           INITIALIZE WS-RBO-DATA.

           MOVE "resume-book-optins.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT RESUME-BOOK-OPTINS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-RBO-COUNT >= 300
               READ RESUME-BOOK-OPTINS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RBO-COUNT
                       MOVE RESUME-BOOK-OPTINS-RECORD
                           TO WS-RBO-TABLE(WS-RBO-COUNT)
               END-READ
           END-PERFORM.
           CLOSE RESUME-BOOK-OPTINS-FILE.

       SAVE-RESUME-BOOK-OPTINS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RESUME-BOOK-OPTINS-FILE.
           PERFORM VARYING WS-RBO-SUBS FROM 1 BY 1
               UNTIL WS-RBO-SUBS > WS-RBO-COUNT
               MOVE WS-RBO-TABLE(WS-RBO-SUBS)
                   TO RESUME-BOOK-OPTINS-RECORD
               WRITE RESUME-BOOK-OPTINS-RECORD
           END-PERFORM.
           CLOSE RESUME-BOOK-OPTINS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       LOAD-WORK-AUTH-PROCEDURE.
           INITIALIZE WS-WA-DATA.

           MOVE "work-auth.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT WORK-AUTH-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-WA-COUNT >= 300
               READ WORK-AUTH-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WA-COUNT
                       MOVE WORK-AUTH-RECORD
                           TO WS-WA-TABLE(WS-WA-COUNT)
               END-READ
           END-PERFORM.
           CLOSE WORK-AUTH-FILE.

       SAVE-WORK-AUTH-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-AUTH-FILE.
           PERFORM VARYING WS-WA-SUBS FROM 1 BY 1
               UNTIL WS-WA-SUBS > WS-WA-COUNT
               MOVE WS-WA-TABLE(WS-WA-SUBS) TO WORK-AUTH-RECORD
               WRITE WORK-AUTH-RECORD
           END-PERFORM.
           CLOSE WORK-AUTH-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Row for WS-WA-TARGET into WS-WA-HIT, 0 when there is none.
       FIND-WORK-AUTH-ROW-PROCEDURE.
           MOVE 0 TO WS-WA-HIT.
           PERFORM VARYING WS-WA-SUBS FROM 1 BY 1
               UNTIL WS-WA-SUBS > WS-WA-COUNT
               IF FUNCTION TRIM(WS-WA-USERNAME(WS-WA-SUBS))
                   = FUNCTION TRIM(WS-WA-TARGET)
                   MOVE WS-WA-SUBS TO WS-WA-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Students keep their own international status current; the
      *> international office works through career services accounts
      *> and records the CPT and OPT windows it has approved. The
      *> placement warning and the weekly WorkAuthorizationReport both
      *> read what is entered here.
       WORK-AUTH-MENU-PROCEDURE.
           MOVE "--- Work Authorization ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-WORK-AUTH-PROCEDURE.

           IF ROLE-IS-CAREER-SERVICES
               MOVE "Enter the student's username:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-WA-TARGET
               MOVE 'N' TO WS-WA-USER-FOUND
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > USER-COUNT
                   IF USER-USERNAME(J) = WS-WA-TARGET
                       AND (USER-ROLE(J) = 'S' OR USER-ROLE(J) = 'A')
                       MOVE 'Y' TO WS-WA-USER-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-WA-USER-FOUND = 'N'
                   MOVE "No student account has that username."
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE CURRENT-USER TO WS-WA-TARGET
           END-IF.

           PERFORM FIND-WORK-AUTH-ROW-PROCEDURE.
           PERFORM SHOW-WORK-AUTH-PROCEDURE.

           MOVE "International student needing CPT/OPT to work?" &
           " (Y/N, blank to keep):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               TO INPUT-CHOICE-BUF.

           IF INPUT-CHOICE-BUF NOT = "Y" AND INPUT-CHOICE-BUF NOT = "N"
               IF WS-WA-HIT = 0
                   MOVE "Nothing recorded." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-WA-HIT = 0
                   IF WS-WA-COUNT >= 300
                       MOVE "The work authorization list is full -" &
                       " ask career services to clear old entries."
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-WA-COUNT
                   MOVE WS-WA-COUNT TO WS-WA-HIT
                   INITIALIZE WS-WA-TABLE(WS-WA-HIT)
                   MOVE WS-WA-TARGET TO WS-WA-USERNAME(WS-WA-HIT)
               END-IF
               IF INPUT-CHOICE-BUF = "Y"
                   MOVE 'I' TO WS-WA-STATUS(WS-WA-HIT)
               ELSE
                   MOVE 'D' TO WS-WA-STATUS(WS-WA-HIT)
               END-IF
           END-IF.

      *> Only the international office can vouch for an approval, so
      *> the dates are theirs to enter; a student sees them above.
           IF ROLE-IS-CAREER-SERVICES
               AND WS-WA-INTERNATIONAL(WS-WA-HIT)
               MOVE "Dates are YYYYMMDD - blank keeps, 0 clears."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "CPT start date:" TO TO-OUTPUT-BUF
               MOVE WS-WA-CPT-START(WS-WA-HIT) TO WS-WA-DATE-IN
               PERFORM READ-WA-DATE-PROCEDURE
               MOVE WS-WA-DATE-IN TO WS-WA-CPT-START(WS-WA-HIT)
               MOVE "CPT end date:" TO TO-OUTPUT-BUF
               MOVE WS-WA-CPT-END(WS-WA-HIT) TO WS-WA-DATE-IN
               PERFORM READ-WA-DATE-PROCEDURE
               MOVE WS-WA-DATE-IN TO WS-WA-CPT-END(WS-WA-HIT)
               MOVE "Job # the CPT was granted for (0 = any, blank" &
               " keeps):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   AND FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                       TO WS-WA-JOB-ID(WS-WA-HIT)
               END-IF
               MOVE "OPT start date:" TO TO-OUTPUT-BUF
               MOVE WS-WA-OPT-START(WS-WA-HIT) TO WS-WA-DATE-IN
               PERFORM READ-WA-DATE-PROCEDURE
               MOVE WS-WA-DATE-IN TO WS-WA-OPT-START(WS-WA-HIT)
               MOVE "OPT end date:" TO TO-OUTPUT-BUF
               MOVE WS-WA-OPT-END(WS-WA-HIT) TO WS-WA-DATE-IN
               PERFORM READ-WA-DATE-PROCEDURE
               MOVE WS-WA-DATE-IN TO WS-WA-OPT-END(WS-WA-HIT)
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-WA-UPDATED-DATE(WS-WA-HIT).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-WORK-AUTH-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Updated work authorization for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-WA-TARGET) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Work authorization saved." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       SHOW-WORK-AUTH-PROCEDURE.
           IF WS-WA-HIT = 0
               MOVE "No work authorization on file." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           IF WS-WA-INTERNATIONAL(WS-WA-HIT)
               MOVE "Status: International - co-ops need CPT"
                   TO TO-OUTPUT-BUF
           ELSE
               MOVE "Status: No work authorization needed"
                   TO TO-OUTPUT-BUF
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           IF WS-WA-CPT-END(WS-WA-HIT) NOT = 0
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "CPT: " DELIMITED BY SIZE
                   WS-WA-CPT-START(WS-WA-HIT) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-WA-CPT-END(WS-WA-HIT) DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               IF WS-WA-JOB-ID(WS-WA-HIT) NOT = 0
                   MOVE " for Job #" TO TO-OUTPUT-BUF(25:10)
                   MOVE WS-WA-JOB-ID(WS-WA-HIT) TO TO-OUTPUT-BUF(35:6)
               END-IF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           IF WS-WA-OPT-END(WS-WA-HIT) NOT = 0
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "OPT: " DELIMITED BY SIZE
                   WS-WA-OPT-START(WS-WA-HIT) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-WA-OPT-END(WS-WA-HIT) DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> Prompt already in TO-OUTPUT-BUF; WS-WA-DATE-IN comes in as
      *> the current value and goes out as the answer.
       READ-WA-DATE-PROCEDURE.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = "0"
               MOVE 0 TO WS-WA-DATE-IN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 8
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-WA-DATE-IN
           ELSE
               MOVE "Not a YYYYMMDD date - left unchanged."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

       EDIT-EXPERIENCES-PROCEDURE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
               MOVE SPACES TO EXP-TITLE      (LOGGED-IN-RANK, J)
               MOVE SPACES TO EXP-COMPANY    (LOGGED-IN-RANK, J)
               MOVE SPACES TO EXP-DATES      (LOGGED-IN-RANK, J)
               MOVE SPACES TO EXP-DESCRIPTION(LOGGED-IN-RANK, J)
           END-PERFORM.

           MOVE 0 TO COUNT-EXP.

           PERFORM UNTIL COUNT-EXP = 5
               MOVE "Add a work experience? (Y/N):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) NOT = "Y"
                   EXIT PERFORM
               END-IF

               ADD 1 TO COUNT-EXP
               MOVE COUNT-EXP TO J



               PERFORM WITH TEST AFTER
                       UNTIL FUNCTION LENGTH(FUNCTION
                           TRIM(INPUT-RECORD)) > 0
                   MOVE "  Title (required):" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM READ-INPUT-SAFELY
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
                   IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
                       MOVE "  Title cannot be blank." TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
               END-PERFORM

               MOVE FUNCTION TRIM(INPUT-RECORD)
                    TO EXP-TITLE(LOGGED-IN-RANK, J)

               PERFORM WITH TEST AFTER
                       UNTIL FUNCTION LENGTH(FUNCTION
                           TRIM(INPUT-RECORD)) > 0
                   MOVE "  Company (required):" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM READ-INPUT-SAFELY
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
                   IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
                       MOVE "  Company cannot be blank."
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
               END-PERFORM

               MOVE FUNCTION TRIM(INPUT-RECORD)
                    TO EXP-COMPANY(LOGGED-IN-RANK, J)


               PERFORM WITH TEST AFTER
                       UNTIL FUNCTION LENGTH(FUNCTION
                           TRIM(INPUT-RECORD)) > 0
                   MOVE "  Dates (required, e.g., Summer 2024):"
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM READ-INPUT-SAFELY
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
                   IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
                       MOVE "  Dates cannot be blank." TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
               END-PERFORM

               MOVE FUNCTION TRIM(INPUT-RECORD)
                    TO EXP-DATES(LOGGED-IN-RANK, J)

               MOVE "  Description (optional, max 100 chars, blank " &
                   "to skip):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
                   MOVE SPACES TO EXP-DESCRIPTION(LOGGED-IN-RANK, J)
               ELSE
                   MOVE FUNCTION TRIM(INPUT-RECORD)
                       TO EXP-DESCRIPTION(LOGGED-IN-RANK, J)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.


       EDIT-EDUCATION-PROCEDURE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
               MOVE SPACES TO EDU-DEGREE    (LOGGED-IN-RANK, J)
               MOVE SPACES TO EDU-UNIVERSITY(LOGGED-IN-RANK, J)
               MOVE SPACES TO EDU-YEARS     (LOGGED-IN-RANK, J)
           END-PERFORM.

           MOVE 0 TO COUNT-EDU.

           PERFORM UNTIL COUNT-EDU = 5
               MOVE "Add an education entry? (Y/N):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) NOT = "Y"
                   EXIT PERFORM
               END-IF

               ADD 1 TO COUNT-EDU
               MOVE COUNT-EDU TO J



                PERFORM WITH TEST AFTER
                       UNTIL FUNCTION LENGTH(FUNCTION
                           TRIM(INPUT-RECORD)) > 0
                   MOVE "  Degree (e.g., B.S. Computer Engineering):"
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM READ-INPUT-SAFELY
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
                   IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
                       MOVE "  Degree cannot be blank." TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
               END-PERFORM

               MOVE FUNCTION TRIM(INPUT-RECORD)
                    TO EDU-DEGREE(LOGGED-IN-RANK, J)

               PERFORM WITH TEST AFTER
                       UNTIL FUNCTION LENGTH(FUNCTION
                           TRIM(INPUT-RECORD)) > 0
                   MOVE "  University:" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM READ-INPUT-SAFELY
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
                   IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
                       MOVE "  University cannot be blank."
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
               END-PERFORM
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF

                   MOVE FUNCTION TRIM(INPUT-RECORD) TO YEARS-INPUT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(YEARS-INPUT))
                       TO YEARS-LEN

                   IF (YEARS-LEN = 9)
                       AND (YEARS-INPUT(1:4) IS NUMERIC)
                       AND (YEARS-INPUT(6:4) IS NUMERIC)
                       AND (YEARS-INPUT(5:1) = "-")
                           MOVE YEARS-INPUT(1:4) TO YEAR-START
                           MOVE YEARS-INPUT(6:4) TO YEAR-END
                       IF YEAR-START <= YEAR-END
                    END-IF

                    IF YEARS-INVALID
                       MOVE "  Please enter years as YYYY-YYYY(e.g, " &
                           "2021-2025)." TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
               END-PERFORM
       BROWSE-JOBS-PROCEDURE.
           MOVE "--- Available Job Listings ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-COMPANY-SUSPENSIONS-PROCEDURE.
           PERFORM LOAD-JOB-OPENINGS-PROCEDURE.

           IF WS-JOB-COUNT = 0
               MOVE "No jobs available." TO TO-OUTPUT-BUF
               MOVE 'Y' TO WS-CROSS-CAMPUS-FLAG
           END-IF.


           MOVE SPACE TO WS-JOB-WA-FILTER.
           MOVE "Work authorization - S) Sponsorship available only," &
           " H) Hide U.S.-authorization-required, blank for all:"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "S"
               OR FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "H"
               MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
                   TO WS-JOB-WA-FILTER
           END-IF.
           PERFORM OFFER-SAVED-SEARCHES-PROCEDURE

           IF WS-USED-SAVED-SEARCH = 'N'
               COMPUTE WS-JOB-FILTER-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-JOB-FILTER))

               MOVE "Minimum pay, or blank for no minimum:"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           INTO TO-OUTPUT-BUF
           END-STRING
           PERFORM DISPLAY-AND-WRITE-OUTPUT
                       MOVE WS-JOB-ID(I) TO WS-JO-LOOKUP-ID
                       PERFORM FIND-JOB-OPENINGS-PROCEDURE
                       IF WS-JO-TOTAL > 1
                           MOVE SPACES TO TO-OUTPUT-BUF
                           STRING "   [" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-JO-SHOWN)
                                   DELIMITED BY SIZE
                               "]" DELIMITED BY SIZE
                               INTO TO-OUTPUT-BUF
                           END-STRING
                           PERFORM DISPLAY-AND-WRITE-OUTPUT
                       END-IF
                       IF ROLE-IS-STUDENT
                           MOVE WS-JOB-ID(I) TO WS-REQ-JOB-ID
                           PERFORM COUNT-JOB-SKILL-MATCH-PROCEDURE
           PERFORM WITH TEST AFTER
               UNTIL (FUNCTION TRIM(INPUT-RECORD) IS NUMERIC AND
               (FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) >= 0 AND
               FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   <= WS-JOB-COUNT))

               MOVE "Enter job number to view details, or 0 to go back:"
               TO TO-OUTPUT-BUF
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF

                   IF NOT (FUNCTION TRIM(INPUT-RECORD) IS NUMERIC AND
                       (FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                           >= 0 AND
                       FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                           <= WS-JOB-COUNT))
                       MOVE "Invalid job number. Please try again."
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
                       END-PERFORM.

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
               TO WS-JOB-CHOICE.
           IF WS-JOB-CHOICE > 0
               PERFORM VIEW-JOB-DETAILS-PROCEDURE
               PERFORM BROWSE-JOBS-PROCEDURE
                       FUNCTION TRIM(WS-SRCH-FILTER(WS-SRCH-SUBS))
                           DELIMITED BY SIZE
                       "' min pay " DELIMITED BY SIZE
                       WS-SRCH-MIN-SALARY(WS-SRCH-SUBS)
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Name this search:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
       RECOMMENDED-JOBS-PROCEDURE.
           MOVE "--- Recommended For You ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-COMPANY-SUSPENSIONS-PROCEDURE.

           IF WS-JOB-COUNT = 0
               MOVE "No jobs available." TO TO-OUTPUT-BUF
           END-IF.

           IF FUNCTION TRIM(USER-MAJOR(LOGGED-IN-RANK)) = SPACES
               AND FUNCTION TRIM(USER-UNIVERSITY(LOGGED-IN-RANK))
                   = SPACES
               MOVE
                   "Fill in your major and university on your profile" &
               " to get recommendations." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Minimum pay, or blank for no minimum:"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
                       STRING
                           I DELIMITED BY SIZE
                           ") " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JOB-TITLE(I))
                               DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JOB-EMPLOYER(I))
                               DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JOB-LOCATION(I))
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO TO-OUTPUT-BUF
                       END-STRING
           END-PERFORM.

           IF WS-RECOMMEND-MATCH-COUNT = 0
               MOVE
                   "No jobs matched your major or university right now."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

       JOB-RECOMMEND-CHECK-PROCEDURE.
           MOVE 'N' TO WS-SEARCH-FOUND-FLAG
      *> A suspended company's postings stay out of sight until
      *> career services lifts the suspension.
           MOVE WS-JOB-EMPLOYER(I) TO WS-CS-LOOKUP-COMPANY
           PERFORM CHECK-COMPANY-SUSPENDED-PROCEDURE
           IF COMPANY-IS-SUSPENDED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JOB-POSTER(I) TO WS-CAMPUS-LOOKUP-USER
           PERFORM GET-USER-CAMPUS-PROCEDURE
           IF WS-CAMPUS-LOOKUP-CODE NOT = WS-MY-CAMPUS
           IF FUNCTION TRIM(USER-MAJOR(LOGGED-IN-RANK)) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(USER-MAJOR(LOGGED-IN-RANK))
                   TO WS-SEARCH-NEEDLE
               MOVE FUNCTION UPPER-CASE(WS-JOB-TITLE(I))
                   TO WS-SEARCH-HAYSTACK
               PERFORM STRING-CONTAINS-PROCEDURE
               IF SEARCH-FOUND EXIT PARAGRAPH END-IF

               IF SEARCH-FOUND EXIT PARAGRAPH END-IF
           END-IF.

           IF FUNCTION TRIM(USER-UNIVERSITY(LOGGED-IN-RANK))
               NOT = SPACES
               MOVE FUNCTION UPPER-CASE(USER-UNIVERSITY(LOGGED-IN-RANK))
                   TO WS-SEARCH-NEEDLE
               MOVE FUNCTION UPPER-CASE(WS-JOB-LOCATION(I))

       JOB-FILTER-CHECK-PROCEDURE.
           MOVE 'N' TO WS-SEARCH-FOUND-FLAG
      *> A suspended company's postings stay out of sight until
      *> career services lifts the suspension.
           MOVE WS-JOB-EMPLOYER(I) TO WS-CS-LOOKUP-COMPANY
           PERFORM CHECK-COMPANY-SUSPENDED-PROCEDURE
           IF COMPANY-IS-SUSPENDED
               EXIT PARAGRAPH
           END-IF
      *> Postings carry the campus of their poster; by default only
      *> the viewer's own campus is shown.
           IF WS-CROSS-CAMPUS-FLAG NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *> Browse's work-authorization answer: sponsoring postings only,
      *> or just the U.S.-authorization-required ones dropped.
           IF WS-JOB-WA-FILTER = 'S'
               AND NOT WS-JOB-SPONSORS(I)
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-WA-FILTER = 'H'
               AND WS-JOB-NEEDS-US-AUTH(I)
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-FILTER-LEN = 0
               SET SEARCH-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JOB-FILTER TO WS-SEARCH-NEEDLE
           MOVE FUNCTION UPPER-CASE(WS-JOB-TITLE(I))
               TO WS-SEARCH-HAYSTACK
           PERFORM STRING-CONTAINS-PROCEDURE
           IF SEARCH-FOUND EXIT PARAGRAPH END-IF

           MOVE FUNCTION UPPER-CASE(WS-JOB-EMPLOYER(I))
               TO WS-SEARCH-HAYSTACK
           PERFORM STRING-CONTAINS-PROCEDURE
           IF SEARCH-FOUND EXIT PARAGRAPH END-IF

           MOVE FUNCTION UPPER-CASE(WS-JOB-LOCATION(I))
               TO WS-SEARCH-HAYSTACK
           PERFORM STRING-CONTAINS-PROCEDURE.

       JOB-SALARY-CHECK-PROCEDURE.
               IF I > WS-SAVED-JOB-INDEX
                   IF NOT WS-JOB-IS-CLOSED(I)
                       AND (WS-JOB-EXPIRATION-DATE(I) = 0
                           OR WS-JOB-EXPIRATION-DATE(I)
                               >= WS-TODAY-DATE)
                       AND WS-JOB-VISIBLE(I)
                       PERFORM JOB-FILTER-CHECK-PROCEDURE
                       IF SEARCH-FOUND
               IF I > WS-SAVED-JOB-INDEX
                   IF NOT WS-JOB-IS-CLOSED(I)
                       AND (WS-JOB-EXPIRATION-DATE(I) = 0
                           OR WS-JOB-EXPIRATION-DATE(I)
                               >= WS-TODAY-DATE)
                       AND WS-JOB-VISIBLE(I)
                       PERFORM JOB-RECOMMEND-CHECK-PROCEDURE
                       IF SEARCH-FOUND
               WS-JOB-SALARY-MAX(WS-JOB-CHOICE) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM SHOW-SALARY-BENCHMARK-PROCEDURE
           END-IF.

           EVALUATE TRUE
               WHEN WS-JOB-SPONSORS(WS-JOB-CHOICE)
                   MOVE "Work Authorization: Visa sponsorship available"
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               WHEN WS-JOB-NEEDS-US-AUTH(WS-JOB-CHOICE)
                   MOVE "Work Authorization: U.S. work authorization" &
                   " required" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM LOAD-JOB-OPENINGS-PROCEDURE.
           MOVE WS-JOB-ID(WS-JOB-CHOICE) TO WS-JO-LOOKUP-ID.
           PERFORM FIND-JOB-OPENINGS-PROCEDURE.
           IF WS-JO-TOTAL > 1
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Openings: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JO-SHOWN) DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           PERFORM SHOW-JOB-REQUIREMENTS-PROCEDURE.
               PERFORM OFFER-FOLLOW-PROCEDURE
           END-IF.

      *> Where the posting's pay sits against placed graduates of the
      *> viewer's own major, from SalaryBenchmarkJob's nightly
      *> salary-benchmarks.txt. The viewer's graduation-year cell is
      *> preferred; the major's all-years row (year 0000) stands in
      *> when that cell was too small to publish. No cell, no line.
       SHOW-SALARY-BENCHMARK-PROCEDURE.
           IF FUNCTION TRIM(USER-MAJOR(LOGGED-IN-RANK)) = SPACES
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-JOB-SALARY-MIN(WS-JOB-CHOICE) > 0
                   AND WS-JOB-SALARY-MAX(WS-JOB-CHOICE) > 0
                   COMPUTE WS-BM-POSTING-PAY ROUNDED =
                       (WS-JOB-SALARY-MIN(WS-JOB-CHOICE)
                       + WS-JOB-SALARY-MAX(WS-JOB-CHOICE)) / 2
               WHEN WS-JOB-SALARY-MIN(WS-JOB-CHOICE) > 0
                   MOVE WS-JOB-SALARY-MIN(WS-JOB-CHOICE)
                       TO WS-BM-POSTING-PAY
               WHEN OTHER
                   MOVE WS-JOB-SALARY-MAX(WS-JOB-CHOICE)
                       TO WS-BM-POSTING-PAY
           END-EVALUATE.

           MOVE "salary-benchmarks.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-BM-FOUND-FLAG.
           OPEN INPUT SALARY-BENCHMARKS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SALARY-BENCHMARKS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(BM-MAJOR))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(
                               USER-MAJOR(LOGGED-IN-RANK)))
                           IF BM-GRAD-YEAR
                               = USER-GRADUATION-YEAR(LOGGED-IN-RANK)
                               MOVE SALARY-BENCHMARKS-RECORD
                                   TO WS-BM-CELL
                               MOVE 'Y' TO WS-BM-FOUND-FLAG
                               SET END-OF-FILE TO TRUE
                           ELSE
                               IF BM-GRAD-YEAR = 0
                                   MOVE SALARY-BENCHMARKS-RECORD
                                       TO WS-BM-CELL
                                   MOVE 'Y' TO WS-BM-FOUND-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALARY-BENCHMARKS-FILE.

           IF WS-BM-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-BM-POSTING-PAY < WS-BM-P25
                   MOVE "below the typical range" TO WS-BM-POSITION
               WHEN WS-BM-POSTING-PAY < WS-BM-MEDIAN
                   MOVE "below the median" TO WS-BM-POSITION
               WHEN WS-BM-POSTING-PAY = WS-BM-MEDIAN
                   MOVE "at the median" TO WS-BM-POSITION
               WHEN WS-BM-POSTING-PAY > WS-BM-P75
                   MOVE "above the typical range" TO WS-BM-POSITION
               WHEN OTHER
                   MOVE "above the median" TO WS-BM-POSITION
           END-EVALUATE.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Pay is " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BM-POSITION) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BM-MAJOR) DELIMITED BY SIZE
               " placements (median " DELIMITED BY SIZE
               WS-BM-MEDIAN DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Bookmark the posting on WS-JOB-CHOICE for the logged-in
      *> user; the My Saved Jobs screen reads these back and flags
      *> anything that has since closed or passed its deadline.
       BOOKMARK-JOB-PROCEDURE.
           PERFORM LOAD-SAVED-JOBS-FROM-FILE.

           PERFORM VARYING WS-SAVEDJOB-SUBS FROM 1 BY 1
               UNTIL WS-SAVEDJOB-SUBS > WS-SAVEDJOB-COUNT
               IF FUNCTION TRIM(WS-SAVEDJOB-USERNAME(WS-SAVEDJOB-SUBS))
                   = FUNCTION TRIM(CURRENT-USER)
                   AND WS-SAVEDJOB-JOB-ID(WS-SAVEDJOB-SUBS)
                       = WS-JOB-ID(WS-JOB-CHOICE)
                   MOVE "You have already saved this job."
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           OPEN EXTEND SAVED-JOBS-FILE.
           IF SAVED-JOBS-FILE-STATUS = "35"
               CLOSE SAVED-JOBS-FILE
               OPEN OUTPUT SAVED-JOBS-FILE
           END-IF.
           MOVE CURRENT-USER TO SAVED-USERNAME.
           MOVE WS-JOB-ID(WS-JOB-CHOICE) TO SAVED-JOB-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SAVED-DATE.
           WRITE SAVED-JOBS-RECORD.
           CLOSE SAVED-JOBS-FILE.

           MOVE "Job saved - find it under My Saved Jobs."
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       LOAD-SAVED-JOBS-FROM-FILE.
           END-PERFORM.

       APPLY-FOR-JOB-PROCEDURE.
      *> A student on leave keeps the account but cannot apply until
      *> the registrar lists them as enrolled again.
           MOVE USER-USERNAME(LOGGED-IN-RANK) TO WS-ES-LOOKUP-USER.
           PERFORM LOOKUP-ENROLLMENT-STATUS-PROCEDURE.
           IF WS-ES-ON-LEAVE
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "The registrar lists you as on leave since "
                       DELIMITED BY SIZE
                   WS-ES-SINCE-FOUND(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-ES-SINCE-FOUND(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-ES-SINCE-FOUND(7:2) DELIMITED BY SIZE
                   " - applications are paused until you are"
                       DELIMITED BY SIZE
                   " enrolled again." DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-COMPANY-SUSPENSIONS-PROCEDURE.
           MOVE WS-JOB-EMPLOYER(WS-JOB-CHOICE) TO WS-CS-LOOKUP-COMPANY.
           PERFORM CHECK-COMPANY-SUSPENDED-PROCEDURE.
           IF COMPANY-IS-SUSPENDED
               MOVE "This employer is suspended by career services -" &
               " applications are not being taken right now."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO CONNECTION-EXIST-FLAG.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-APP-COUNT
               IF (WS-APP-USERNAME(I)
                   = USER-USERNAME(LOGGED-IN-RANK)) AND
                   ((WS-APP-JOB-ID(I) NOT = 0 AND
                     WS-APP-JOB-ID(I) = WS-JOB-ID(WS-JOB-CHOICE)) OR
                    (WS-APP-JOB-ID(I) = 0 AND
                     WS-APP-JOB-TITLE(I)
                         = WS-JOB-TITLE(WS-JOB-CHOICE) AND
                     WS-APP-JOB-EMPLOYER(I)
                         = WS-JOB-EMPLOYER(WS-JOB-CHOICE)))

                   MOVE "Y" TO CONNECTION-EXIST-FLAG
                   EXIT PERFORM
               END-IF
                   END-PERFORM.
           IF CONNECTION-EXIST-FLAG = "N"
               PERFORM CHECK-APPLIED-ON-FILE-PROCEDURE
           END-IF.

           IF CONNECTION-EXIST-FLAG = "Y"
               MOVE "You have already applied for this job."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
               END-IF.

           IF WS-APP-COUNT >= 500
               MOVE "You have 500 applications on file - no more can" &
               " be taken on this account." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

      *> Warn about requirement gaps before the application goes in -
      *> and name the exact catalog course that would close each one.
           MOVE WS-JOB-ID(WS-JOB-CHOICE) TO WS-REQ-JOB-ID.
               END-IF
           END-IF.

           PERFORM ASK-SCREENING-QUESTIONS-PROCEDURE.

           ADD 1 TO WS-APP-COUNT.
           MOVE USER-USERNAME(LOGGED-IN-RANK)
           TO WS-APP-USERNAME(WS-APP-COUNT).
           PERFORM ATTACH-REFERENCES-PROCEDURE.

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           MOVE WS-APP-COUNT TO WS-APP-SAVE-INDEX.
           PERFORM SAVE-APPLICATION-TO-FILE.

      *> Journal only what actually reached disk: a busy lock leaves
      *> the flag set.
           IF WS-SAVE-FAILED-FLAG = 'N'
               MOVE WS-APP-COUNT TO WS-JRN-APP-ROW
               PERFORM JOURNAL-APPLICATION-ROW-PROCEDURE
               MOVE SPACES TO WS-SH-OLD-STATUS
               MOVE WS-APP-COUNT TO WS-SH-APP-ROW
               PERFORM RECORD-STATUS-HISTORY-PROCEDURE
           END-IF.

           IF WS-SAVE-FAILED-FLAG = 'N'
               PERFORM RECORD-SCREENING-ANSWERS-PROCEDURE
           END-IF.

           IF WS-SAVE-FAILED-FLAG = 'N'
               PERFORM EEO-SELF-IDENTIFY-PROCEDURE
           END-IF.

           IF WS-SAVE-FAILED-FLAG = 'N'
               PERFORM MARK-INVITE-APPLIED-PROCEDURE
           END-IF.

           MOVE WS-JOB-POSTER(WS-JOB-CHOICE) TO NOTIF-TARGET-USER.
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
               " applied for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-CHOICE))
                   DELIMITED BY SIZE
               " (Job #" DELIMITED BY SIZE
               WS-JOB-ID(WS-JOB-CHOICE) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           STRING "Your application for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-CHOICE)) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(WS-JOB-EMPLOYER(WS-JOB-CHOICE))
               DELIMITED BY SIZE
           " has been submitted." DELIMITED BY SIZE
           INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> The optional self-identification step after an application
      *> is on file. Answers go straight to eeo-selfid.txt and are
      *> never echoed back; anything blank or unrecognised is stored
      *> as D (declined), and skipping the step writes nothing.
       EEO-SELF-IDENTIFY-PROCEDURE.
           MOVE "Would you like to complete the voluntary equal" &
           " opportunity self-identification? (Y/N)" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Your answers are never shown to the employer and are" &
           " only reported in aggregate." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO EEO-SELFID-RECORD.
           MOVE USER-USERNAME(LOGGED-IN-RANK) TO EEO-USERNAME.
           MOVE WS-JOB-ID(WS-JOB-CHOICE) TO EEO-JOB-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EEO-DATE.

           MOVE "Gender: F) Female  M) Male  X) Another gender" &
           "  D) Decline to answer" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "FMXD" TO WS-EEO-VALID-CODES.
           PERFORM READ-EEO-ANSWER-PROCEDURE.
           MOVE WS-EEO-ANSWER TO EEO-GENDER.

           MOVE "Race/ethnicity: H) Hispanic or Latino  W) White" &
           "  B) Black or African American  A) Asian" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "  P) Native Hawaiian or Pacific Islander" &
           "  I) American Indian or Alaska Native" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "  T) Two or more races  D) Decline to answer"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "HWBAPITD" TO WS-EEO-VALID-CODES.
           PERFORM READ-EEO-ANSWER-PROCEDURE.
           MOVE WS-EEO-ANSWER TO EEO-ETHNICITY.

           MOVE "Protected veteran: Y) Yes  N) No" &
           "  D) Decline to answer" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "YND" TO WS-EEO-VALID-CODES.
           PERFORM READ-EEO-ANSWER-PROCEDURE.
           MOVE WS-EEO-ANSWER TO EEO-VETERAN.

           MOVE "Disability: Y) Yes  N) No" &
           "  D) Decline to answer" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-EEO-ANSWER-PROCEDURE.
           MOVE WS-EEO-ANSWER TO EEO-DISABILITY.

           OPEN EXTEND EEO-SELFID-FILE.
           IF EEO-SELFID-STATUS = "35"
               CLOSE EEO-SELFID-FILE
               OPEN OUTPUT EEO-SELFID-FILE
           END-IF.
           WRITE EEO-SELFID-RECORD.
           CLOSE EEO-SELFID-FILE.

           MOVE "Thank you - your self-identification was recorded."
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> One coded answer, checked against WS-EEO-VALID-CODES.
       READ-EEO-ANSWER-PROCEDURE.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) TO WS-EEO-ANSWER.
           MOVE 0 TO I.
           IF WS-EEO-ANSWER NOT = SPACE
               INSPECT WS-EEO-VALID-CODES TALLYING I
                   FOR ALL WS-EEO-ANSWER
           END-IF.
           IF I = 0
               MOVE "D" TO WS-EEO-ANSWER
           END-IF.

      *> Freeze the applicant's resume as it reads on the day they
      *> apply - the poster reviews what was submitted, not whatever
      *> the profile says months later. Same content EXPORT-RESUME
           CLOSE APPLICANT-NOTES-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Find the logged-in poster's note for the application in
      *> WS-APP-WORK; 0 means no note yet.
       FIND-APPLICANT-NOTE-PROCEDURE.
           MOVE 0 TO WS-NOTE-HIT.
           PERFORM VARYING WS-NOTE-SUBS FROM 1 BY 1
               IF FUNCTION TRIM(WS-NOTE-POSTER(WS-NOTE-SUBS))
                   = FUNCTION TRIM(CURRENT-USER)
                   AND FUNCTION TRIM(WS-NOTE-APPLICANT(WS-NOTE-SUBS))
                   = FUNCTION TRIM(WS-APW-USERNAME)
                   AND WS-NOTE-JOB-ID(WS-NOTE-SUBS) = WS-APW-JOB-ID
                   MOVE WS-NOTE-SUBS TO WS-NOTE-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Add or replace the poster's note and 1-5 rating for the
      *> application in WS-APP-WORK.
       EDIT-APPLICANT-NOTE-PROCEDURE.
           PERFORM WITH TEST AFTER
               UNTIL FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF NOT (FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) >= 1
                   AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                       <= 5)
                   MOVE "Please rate from 1 to 5." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.

           PERFORM FIND-APPLICANT-NOTE-PROCEDURE.
           IF WS-NOTE-HIT = 0
               IF WS-NOTE-COUNT >= 200
               ADD 1 TO WS-NOTE-COUNT
               MOVE WS-NOTE-COUNT TO WS-NOTE-HIT
               MOVE CURRENT-USER TO WS-NOTE-POSTER(WS-NOTE-HIT)
               MOVE WS-APW-USERNAME
                   TO WS-NOTE-APPLICANT(WS-NOTE-HIT)
               MOVE WS-APW-JOB-ID
                   TO WS-NOTE-JOB-ID(WS-NOTE-HIT)
           END-IF.

           IF WS-EMPLOYER-VETTED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-EMPLOYER-TERMS-PROCEDURE.
           IF NOT EMPLOYER-TERMS-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE "--- Applicants to Your Postings ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM LOAD-APPLICANT-NOTES-FROM-FILE.
           PERFORM LOAD-REFERRALS-FROM-FILE.
           PERFORM OFFER-SCREENING-FILTER-PROCEDURE.

           MOVE "N" TO CONNECTION-EXIST-FLAG.

           MOVE 'L' TO WS-PW-MODE.
           PERFORM WALK-POSTER-APPLICATIONS-PROCEDURE.

           IF WS-SCREEN-HIDDEN > 0
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING WS-SCREEN-HIDDEN DELIMITED BY SIZE
                   " knocked-out applicant(s) not shown."
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           IF CONNECTION-EXIST-FLAG = "N"
               MOVE "No one has applied to your postings yet."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           ELSE
               PERFORM LIST-POSTER-INTERVIEWS-PROCEDURE
           MOVE "------------------------------------" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Only worth asking when one of the user's postings has a
      *> question with a required answer - otherwise nobody can have
      *> been knocked out.
       OFFER-SCREENING-FILTER-PROCEDURE.
           MOVE 'N' TO WS-SCREEN-FILTER-FLAG.
           MOVE 0 TO WS-SCREEN-HIDDEN.
           PERFORM LOAD-SCREENING-QUESTIONS-PROCEDURE.
           MOVE 'N' TO WS-GROUP-LISTED-FLAG.
           PERFORM VARYING WS-SQ-SUBS FROM 1 BY 1
               UNTIL WS-SQ-SUBS > WS-SQ-COUNT
               OR WS-GROUP-LISTED-FLAG = 'Y'
               IF WS-SQ-REQUIRED(WS-SQ-SUBS) NOT = SPACES
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-JOB-COUNT
                       IF WS-JOB-ID(I) = WS-SQ-JOB-ID(WS-SQ-SUBS)
                           MOVE I TO WS-MANAGE-JOB-SUBS
                           PERFORM CHECK-JOB-MANAGEABLE-PROCEDURE
                           IF WS-JOB-MANAGEABLE-FLAG = 'Y'
                               MOVE 'Y' TO WS-GROUP-LISTED-FLAG
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-GROUP-LISTED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE "Show only applicants who passed your screening" &
           " questions? (Y/N):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               MOVE 'Y' TO WS-SCREEN-FILTER-FLAG
           END-IF.

      *> The applications to every posting the user can manage, read
      *> by key a posting at a time. WS-PW-SEQ numbers them in that
      *> order - the Application # the poster screens show and take
      *> back - and WS-PW-MODE says what is done with each one.
       WALK-POSTER-APPLICATIONS-PROCEDURE.
           MOVE 0 TO WS-PW-SEQ.
           MOVE 'N' TO WS-PW-FOUND-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF APP-FILE-STATUS = "00"
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-JOB-COUNT OR PW-FOUND
                   MOVE I TO WS-MANAGE-JOB-SUBS
                   PERFORM CHECK-JOB-MANAGEABLE-PROCEDURE
                   IF WS-JOB-MANAGEABLE-FLAG = 'Y'
                       MOVE I TO WS-PW-JOB-ROW
                       PERFORM WALK-JOB-APPLICATIONS-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE APPLICATIONS-FILE.

      *> The same walk over the one posting in WS-JOB-CHOICE.
       WALK-POSTING-APPLICATIONS-PROCEDURE.
           MOVE 0 TO WS-PW-SEQ.
           MOVE 'N' TO WS-PW-FOUND-FLAG.
           MOVE WS-JOB-CHOICE TO WS-PW-JOB-ROW.
           OPEN INPUT APPLICATIONS-FILE.
           IF APP-FILE-STATUS = "00"
               PERFORM WALK-JOB-APPLICATIONS-PROCEDURE
           END-IF.
           CLOSE APPLICATIONS-FILE.

      *> One START per posting: the applicants sit together under
      *> the job number. Applications taken before job numbers
      *> (job 0) share one key range across every posting, so those
      *> are told apart by title and employer as they always were -
      *> a numbered posting walks its own range and then the job-0
      *> range for its older applicants. The caller has the file
      *> open.
       WALK-JOB-APPLICATIONS-PROCEDURE.
           MOVE WS-JOB-ID(WS-PW-JOB-ROW) TO WS-PW-SCAN-ID.
           PERFORM SCAN-JOB-KEY-RANGE-PROCEDURE.
           IF WS-JOB-ID(WS-PW-JOB-ROW) NOT = 0
               AND NOT PW-FOUND
               MOVE 0 TO WS-PW-SCAN-ID
               PERFORM SCAN-JOB-KEY-RANGE-PROCEDURE
           END-IF.

      *> Applications under job number WS-PW-SCAN-ID; in the job-0
      *> range only those matching the posting's title and employer.
       SCAN-JOB-KEY-RANGE-PROCEDURE.
           MOVE 'N' TO WS-APP-SCAN-FLAG.
           MOVE WS-PW-SCAN-ID TO APP-JOB-ID.
           MOVE LOW-VALUES TO APP-USERNAME.
           START APPLICATIONS-FILE KEY >= APP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-APP-SCAN-FLAG
           END-START.
           PERFORM UNTIL APP-SCAN-DONE
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APP-SCAN-FLAG
                   NOT AT END
                       IF APP-JOB-ID NOT = WS-PW-SCAN-ID
                           MOVE 'Y' TO WS-APP-SCAN-FLAG
                       ELSE
                           IF APP-JOB-ID NOT = 0
                               OR (APP-JOB-TITLE
                                   = WS-JOB-TITLE(WS-PW-JOB-ROW)
                               AND APP-JOB-EMPLOYER
                                   = WS-JOB-EMPLOYER(WS-PW-JOB-ROW))
                               PERFORM VISIT-APPLICATION-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> The application just read, in WS-APP-WORK, handled for the
      *> walk under way: listed, listed when its rating is
      *> WS-PW-RATING, picked when it is number WS-PW-PICK, counted
      *> or written into the applicant packet, settled by the
      *> closing sweep, or offered for a sweep hold.
       VISIT-APPLICATION-PROCEDURE.
           ADD 1 TO WS-PW-SEQ.
           MOVE APPLICATIONS-RECORD TO WS-APP-WORK.
           EVALUATE TRUE
               WHEN PW-LISTING
                   PERFORM SHOW-JOB-APPLICANT-PROCEDURE
               WHEN PW-RANKING
                   PERFORM SHOW-RANKED-APPLICANT-PROCEDURE
               WHEN PW-FINDING
                   IF WS-PW-SEQ = WS-PW-PICK
                       MOVE 'Y' TO WS-PW-FOUND-FLAG
                       MOVE 'Y' TO WS-APP-SCAN-FLAG
                   END-IF
               WHEN PW-PACKET-COUNT
                   ADD 1 TO WS-PKT-APP-COUNT
               WHEN PW-PACKET-WRITE
                   PERFORM WRITE-PACKET-APPLICANT-PROCEDURE
               WHEN PW-SWEEPING
                   PERFORM DISPOSE-ONE-APPLICATION-PROCEDURE
               WHEN PW-HOLD-LISTING
                   PERFORM LIST-SWEEP-CANDIDATE-PROCEDURE
           END-EVALUATE.

       SHOW-JOB-APPLICANT-PROCEDURE.
           MOVE "Y" TO CONNECTION-EXIST-FLAG.
           MOVE WS-APW-USERNAME TO WS-SA-LOOKUP-USER.
           MOVE WS-JOB-ID(WS-PW-JOB-ROW) TO WS-SA-LOOKUP-JOB.
           PERFORM CHECK-SCREENING-KNOCKOUT-PROCEDURE.
           IF SA-KNOCKED-OUT AND SHOW-QUALIFIED-ONLY
               ADD 1 TO WS-SCREEN-HIDDEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING
               "(Application #" DELIMITED BY SIZE
               WS-PW-SEQ DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-USERNAME)
               DELIMITED BY SIZE
               " applied for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-TITLE(WS-PW-JOB-ROW))
               DELIMITED BY SIZE
               " (Job #" DELIMITED BY SIZE
               WS-JOB-ID(WS-PW-JOB-ROW) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF SA-KNOCKED-OUT
               MOVE "   [KNOCKED OUT - missed a required screening" &
               " answer]" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.
           PERFORM SHOW-REFERRAL-TAG-PROCEDURE.
           PERFORM FIND-APPLICANT-NOTE-PROCEDURE.
           IF WS-NOTE-HIT > 0
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "   [Rated "
                       DELIMITED BY SIZE
                   WS-NOTE-RATING(WS-NOTE-HIT)
                       DELIMITED BY SIZE
                   "/5] " DELIMITED BY SIZE
                   FUNCTION TRIM(
                       WS-NOTE-TEXT(WS-NOTE-HIT))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

       OPEN-APPLICANT-PROCEDURE.
           MOVE "Enter the Application # to open, or 0 to skip:"
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.

           PERFORM PICK-POSTER-APPLICATION-PROCEDURE.
           IF NOT PW-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-APW-USERNAME TO WS-PV-OWNER.
           MOVE "APPLICANT" TO WS-PV-CONTEXT.
           PERFORM RECORD-PROFILE-VIEW-PROCEDURE.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Applicant: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-USERNAME)
                   DELIMITED BY SIZE
               "   Status: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-STATUS)
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           IF FUNCTION TRIM(WS-APW-COVER-NOTE) = SPACES
               MOVE "No cover note was provided." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           ELSE
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Cover Note: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APW-COVER-NOTE)
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           PERFORM SHOW-SCREENING-ANSWERS-PROCEDURE.
           PERFORM SHOW-APP-REFERENCES-PROCEDURE.

           PERFORM FIND-APPLICANT-NOTE-PROCEDURE.
           IF WS-NOTE-HIT > 0
               MOVE SPACES TO TO-OUTPUT-BUF
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               MOVE WS-APW-USERNAME
                   TO RECIPIENT-USERNAME
               PERFORM VALIDATE-RECIPIENT-CONNECTION
               IF CONNECTION-VALID-FLAG NOT = 'Y'
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
                   MOVE SPACES TO MESSAGE-CONTENT
                   STRING "[Job #" DELIMITED BY SIZE
                       WS-APW-JOB-ID DELIMITED BY SIZE
                       "] " DELIMITED BY SIZE
                       FUNCTION TRIM(INPUT-RECORD) DELIMITED BY SIZE
                       INTO MESSAGE-CONTENT
               END-IF
           END-IF.

           IF FUNCTION TRIM(WS-APW-RESUME-FILE) = SPACES
               MOVE
                   "No resume snapshot is on file for this application."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-APW-RESUME-FILE TO RESUME-FILENAME.
           OPEN INPUT RESUME-FILE.
           IF RESUME-FILE-STATUS = "35"
               MOVE "The resume snapshot file is no longer on disk."
           CLOSE RESUME-FILE.


      *> The Application # just typed is looked up by walking the
      *> poster's applications again and left in WS-APP-WORK, read
      *> fresh from the file. 0 skips; PW-FOUND stays off either
      *> way when there is nothing to open.
       PICK-POSTER-APPLICATION-PROCEDURE.
           MOVE 'N' TO WS-PW-FOUND-FLAG.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
               TO WS-PW-PICK.
           IF WS-PW-PICK = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'F' TO WS-PW-MODE.
           PERFORM WALK-POSTER-APPLICATIONS-PROCEDURE.
           IF NOT PW-FOUND
               MOVE "Invalid application number." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> One line of the ranked list, when the application in
      *> WS-APP-WORK carries the rating this walk is listing.
       SHOW-RANKED-APPLICANT-PROCEDURE.
           MOVE "Y" TO CONNECTION-EXIST-FLAG.
           PERFORM FIND-APPLICANT-NOTE-PROCEDURE.
           MOVE 0 TO WS-PW-NOTE-RATING.
           IF WS-NOTE-HIT > 0
               MOVE WS-NOTE-RATING(WS-NOTE-HIT) TO WS-PW-NOTE-RATING
           END-IF.
           IF WS-PW-NOTE-RATING NOT = WS-PW-RATING
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "(Application #" DELIMITED BY SIZE
               WS-PW-SEQ DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-USERNAME) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-JOB-TITLE) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-STATUS) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-NOTE-HIT > 0
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "   [Rated " DELIMITED BY SIZE
                   WS-NOTE-RATING(WS-NOTE-HIT) DELIMITED BY SIZE
                   "/5] " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTE-TEXT(WS-NOTE-HIT))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

       UPDATE-APPLICANT-STATUS-PROCEDURE.
           PERFORM CHECK-EMPLOYER-TERMS-PROCEDURE.
           IF NOT EMPLOYER-TERMS-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE "--- Update Applicant Status ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM LOAD-APPLICANT-NOTES-FROM-FILE.

      *> List this poster's applications highest private rating
      *> first so the strongest candidates lead: one walk of the
      *> file per rating, 5 down to not yet rated.
           MOVE "N" TO CONNECTION-EXIST-FLAG.
           MOVE 'R' TO WS-PW-MODE.
           PERFORM VARYING WS-PW-RATING FROM 5 BY -1
               UNTIL WS-PW-RATING < 0
               PERFORM WALK-POSTER-APPLICATIONS-PROCEDURE
           END-PERFORM.

           IF CONNECTION-EXIST-FLAG = "N"
               MOVE "No one has applied to your postings yet."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.

           PERFORM PICK-POSTER-APPLICATION-PROCEDURE.
           IF NOT PW-FOUND
               EXIT PARAGRAPH
           END-IF.

               EXIT PARAGRAPH
           END-IF.

           MOVE WS-APW-STATUS TO WS-SH-OLD-STATUS.
           EVALUATE WS-APP-NEW-STATUS
               WHEN "INTERVIEWING"
                   MOVE "Interviewing" TO WS-APW-STATUS
               WHEN "OFFERED"
                   MOVE "Offered" TO WS-APW-STATUS
               WHEN "REJECTED"
                   MOVE "Rejected" TO WS-APW-STATUS
           END-EVALUATE.
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-APPLICATION-WORK-TO-FILE.

           IF WS-SAVE-FAILED-FLAG = 'N'
               PERFORM JOURNAL-APPLICATION-WORK-PROCEDURE
               PERFORM RECORD-STATUS-HISTORY-WORK-PROCEDURE
           END-IF.

           MOVE WS-APW-USERNAME TO NOTIF-TARGET-USER.
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING "Your application for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-JOB-TITLE)
                   DELIMITED BY SIZE
               " is now " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-STATUS)
                   DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           STRING "Updated application #" DELIMITED BY SIZE
               WS-PW-PICK DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-STATUS)
                   DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "--- Your Job Applications ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM REFRESH-MY-APPLICATIONS-PROCEDURE.

           MOVE 0 TO J.
           MOVE "N" TO CONNECTION-EXIST-FLAG.
           MOVE 0 TO WS-PAGE-ITEM-COUNT.
               PERFORM WITHDRAW-APPLICATION-PROCEDURE
           END-IF.

      *> Load the logged-in user's applications through the
      *> alternate key - at login, and again before the list is
      *> shown so it carries every status change a poster has made
      *> since. The table holds no one else's.
       REFRESH-MY-APPLICATIONS-PROCEDURE.
           INITIALIZE WS-APPLICATIONS-DATA.
           OPEN INPUT APPLICATIONS-FILE.
           IF APP-FILE-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-APP-SCAN-FLAG.
           MOVE USER-USERNAME(LOGGED-IN-RANK) TO APP-USERNAME.
           START APPLICATIONS-FILE KEY = APP-USERNAME
               INVALID KEY
                   MOVE 'Y' TO WS-APP-SCAN-FLAG
           END-START.
           PERFORM UNTIL APP-SCAN-DONE
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APP-SCAN-FLAG
                   NOT AT END
                       IF APP-USERNAME
                           NOT = USER-USERNAME(LOGGED-IN-RANK)
                           MOVE 'Y' TO WS-APP-SCAN-FLAG
                       ELSE
                           IF WS-APP-COUNT >= 500
                               MOVE 'Y' TO WS-APP-SCAN-FLAG
                               MOVE "Only your first 500" &
                               " applications can be shown."
                                   TO TO-OUTPUT-BUF
                               PERFORM DISPLAY-AND-WRITE-OUTPUT
                           ELSE
                               ADD 1 TO WS-APP-COUNT
                               MOVE APPLICATIONS-RECORD TO
                                   WS-APPLICATIONS-TABLE(WS-APP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.

      *> A keyed look for an application by this user to the posting
      *> in WS-JOB-CHOICE that this session's table does not hold -
      *> made in another session since this one signed in.
       CHECK-APPLIED-ON-FILE-PROCEDURE.
           OPEN INPUT APPLICATIONS-FILE.
           IF APP-FILE-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JOB-ID(WS-JOB-CHOICE) TO APP-JOB-ID.
           MOVE USER-USERNAME(LOGGED-IN-RANK) TO APP-USERNAME.
           READ APPLICATIONS-FILE
               KEY IS APP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO CONNECTION-EXIST-FLAG
           END-READ.
           CLOSE APPLICATIONS-FILE.

      *> When a poster marks an application "Offered" the ball is in
      *> the student's court: accepting records the placement in
      *> placements.txt (the ledger the funding-review numbers come
               EXIT PARAGRAPH
           END-IF.

           MOVE
               "You have an offer! Enter the Application # to respond" &
           " to, or 0 to decide later:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.

           EVALUATE FUNCTION TRIM(INPUT-CHOICE-BUF)
               WHEN "1"
                   MOVE WS-APP-STATUS(WS-APP-CHOICE)
                       TO WS-SH-OLD-STATUS
                   MOVE "Accepted" TO WS-APP-STATUS(WS-APP-CHOICE)
                   MOVE 'N' TO WS-SAVE-FAILED-FLAG
                   MOVE WS-APP-CHOICE TO WS-APP-SAVE-INDEX
                   PERFORM SAVE-APPLICATION-TO-FILE
                   IF WS-SAVE-FAILED-FLAG = 'N'
                       MOVE WS-APP-CHOICE TO WS-JRN-APP-ROW
                       PERFORM JOURNAL-APPLICATION-ROW-PROCEDURE
                       MOVE WS-APP-CHOICE TO WS-SH-APP-ROW
                       PERFORM RECORD-STATUS-HISTORY-PROCEDURE
                   END-IF
                   PERFORM RECORD-PLACEMENT-PROCEDURE
                   IF WS-OFFER-JOB-INDEX > 0
                   MOVE CURRENT-USER TO AUDIT-USER-TEXT
                   MOVE "Accepted job offer" TO AUDIT-ACTION-TEXT
                   PERFORM LOG-AUDIT-ACTION-PROCEDURE
                   MOVE
                       "Congratulations! Offer accepted and placement" &
                   " recorded." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               WHEN "2"
                   MOVE WS-APP-STATUS(WS-APP-CHOICE)
                       TO WS-SH-OLD-STATUS
                   MOVE "Declined" TO WS-APP-STATUS(WS-APP-CHOICE)
                   MOVE 'N' TO WS-SAVE-FAILED-FLAG
                   MOVE WS-APP-CHOICE TO WS-APP-SAVE-INDEX
                   PERFORM SAVE-APPLICATION-TO-FILE
                   IF WS-SAVE-FAILED-FLAG = 'N'
                       MOVE WS-APP-CHOICE TO WS-JRN-APP-ROW
                       PERFORM JOURNAL-APPLICATION-ROW-PROCEDURE
                       MOVE WS-APP-CHOICE TO WS-SH-APP-ROW
                       PERFORM RECORD-STATUS-HISTORY-PROCEDURE
                   END-IF
                   IF WS-OFFER-JOB-INDEX > 0
                       MOVE WS-JOB-POSTER(WS-OFFER-JOB-INDEX)
           MOVE PLACEMENTS-RECORD TO WS-JRN-IMAGE-TEXT.
           PERFORM WRITE-JOURNAL-PROCEDURE.

           PERFORM CHECK-PLACEMENT-CPT-PROCEDURE.
           PERFORM FILL-JOB-OPENING-PROCEDURE.

      *> An international student's co-op needs CPT in force before
      *> the first day, so say so at acceptance while there is still
      *> time to get it through the international office. Covered
      *> means a CPT window, granted for this posting or for none in
      *> particular, that has not already ended.
       CHECK-PLACEMENT-CPT-PROCEDURE.
           PERFORM LOAD-WORK-AUTH-PROCEDURE.
           MOVE CURRENT-USER TO WS-WA-TARGET.
           PERFORM FIND-WORK-AUTH-ROW-PROCEDURE.
           IF WS-WA-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-WA-INTERNATIONAL(WS-WA-HIT)
               EXIT PARAGRAPH
           END-IF.
           IF WS-WA-CPT-END(WS-WA-HIT) >= PLACE-ACCEPT-DATE
               AND (WS-WA-JOB-ID(WS-WA-HIT) = 0
                   OR WS-WA-JOB-ID(WS-WA-HIT) = PLACE-JOB-ID)
               EXIT PARAGRAPH
           END-IF.

           MOVE "Warning: no CPT authorization on file covers this" &
           " placement." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Contact the international office before your start" &
           " date - working without CPT can put your status at risk."
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE "Accepted placement without CPT on file"
               TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

      *> Looks ahead past the current application for another one that
      *> belongs to the logged-in user, so a full page never ends with
      *> a "more?" prompt that turns out to have nothing behind it.
               EXIT PARAGRAPH
           END-IF.

           IF WS-APP-USERNAME(WS-APP-CHOICE)
               NOT = USER-USERNAME(LOGGED-IN-RANK)
               MOVE "That application does not belong to you."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

      *> Read the application by key first: the poster may have
      *> moved it on since the list was shown.
           OPEN INPUT APPLICATIONS-FILE.
           IF APP-FILE-STATUS = "00"
               MOVE WS-APP-JOB-ID(WS-APP-CHOICE) TO APP-JOB-ID
               MOVE WS-APP-USERNAME(WS-APP-CHOICE) TO APP-USERNAME
               READ APPLICATIONS-FILE
                   KEY IS APP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE APPLICATIONS-RECORD
                           TO WS-APPLICATIONS-TABLE(WS-APP-CHOICE)
               END-READ
           END-IF.
           CLOSE APPLICATIONS-FILE.

           IF FUNCTION TRIM(WS-APP-STATUS(WS-APP-CHOICE)) = "Withdrawn"
               MOVE "That application has already been withdrawn."
               TO TO-OUTPUT-BUF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-APP-STATUS(WS-APP-CHOICE) TO WS-SH-OLD-STATUS.
           MOVE "Withdrawn" TO WS-APP-STATUS(WS-APP-CHOICE).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           MOVE WS-APP-CHOICE TO WS-APP-SAVE-INDEX.
           PERFORM SAVE-APPLICATION-TO-FILE.

           IF WS-SAVE-FAILED-FLAG = 'N'
               MOVE WS-APP-CHOICE TO WS-JRN-APP-ROW
               PERFORM JOURNAL-APPLICATION-ROW-PROCEDURE
               MOVE WS-APP-CHOICE TO WS-SH-APP-ROW
               PERFORM RECORD-STATUS-HISTORY-PROCEDURE
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           END-IF.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Industry or employer you want a mentor from:"
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "What was covered (max 120 chars):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
           END-IF.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Organization name:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY

       POST-GROUP-NOTICE-PROCEDURE.
           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Notice text (max 200 chars):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
       FEED-HEADING-PROCEDURE.
           IF WS-FEED-SHOWN-FLAG = 'N'
               MOVE 'Y' TO WS-FEED-SHOWN-FLAG
               MOVE "While you were away, your network:"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) > 0
                   AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                       <= 99
               MOVE "Hours worked that week (1-99):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
           MOVE "Cancelled event RSVP" TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE "E" TO WS-ACC-NEW-KIND.
           MOVE WS-EVENT-ID(WS-EVENT-CHOICE) TO WS-ACC-NEW-REF-ID.
           MOVE CURRENT-USER TO WS-ACC-MATCH-STUDENT.
           PERFORM WITHDRAW-ACCOMMODATION-PROCEDURE.

           MOVE "Your RSVP has been cancelled." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-REQ-HAVE-FLAG = 'N'
                       PERFORM CHECK-PORTFOLIO-SKILL-PROCEDURE
                   END-IF
                   IF WS-REQ-HAVE-FLAG NOT = 'N'
                       ADD 1 TO WS-REQ-MET
                   END-IF
               END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-REQ-HAVE-FLAG = 'N'
                       PERFORM CHECK-PORTFOLIO-SKILL-PROCEDURE
                   END-IF
                   MOVE SPACES TO TO-OUTPUT-BUF
                   IF WS-REQ-HAVE-FLAG = 'Y'
                       STRING "    " DELIMITED BY SIZE
                               DELIMITED BY SIZE
                           " [completed]" DELIMITED BY SIZE
                           INTO TO-OUTPUT-BUF
                   END-IF
                   IF WS-REQ-HAVE-FLAG = 'P'
                       STRING "    " DELIMITED BY SIZE
                           FUNCTION TRIM(SKILL-NAME-ENTRY(
                               WS-JS-SKILL-NUMBER(WS-JS-SUBS)))
                               DELIMITED BY SIZE
                           " [shown in your portfolio]"
                               DELIMITED BY SIZE
                           INTO TO-OUTPUT-BUF
                   END-IF
                   IF WS-REQ-HAVE-FLAG = 'N'
                       STRING "    " DELIMITED BY SIZE
                           FUNCTION TRIM(SKILL-NAME-ENTRY(
                               WS-JS-SKILL-NUMBER(WS-JS-SUBS)))
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-REQ-HAVE-FLAG = 'N'
                       PERFORM CHECK-PORTFOLIO-SKILL-PROCEDURE
                   END-IF
                   IF WS-REQ-HAVE-FLAG = 'N'
                       MOVE SPACES TO TO-OUTPUT-BUF
                       STRING "  Missing: " DELIMITED BY SIZE
           END-PERFORM.

           MOVE "1) Add a University  2) Add a Major" &
           "  3) Add a Blocked Term  4) Academic Calendar" &
           "  5) Office Closures  6) Career Milestones" &
           "  7) Interview Rooms  0) Back"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
                   END-IF
               WHEN "3"
                   PERFORM ADD-BLOCKED-TERM-PROCEDURE
               WHEN "4"
                   PERFORM ACADEMIC-CALENDAR-PROCEDURE
               WHEN "5"
                   PERFORM OFFICE-CLOSURES-PROCEDURE
               WHEN "6"
                   PERFORM CAREER-MILESTONES-PROCEDURE
               WHEN "7"
                   PERFORM INTERVIEW-ROOMS-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM LOAD-SURVEY-WINDOWS-FROM-FILE.
           PERFORM LOAD-ACADEMIC-CALENDAR-PROCEDURE.

           PERFORM VARYING WS-SW-SUBS FROM 1 BY 1
               UNTIL WS-SW-SUBS > WS-SW-COUNT
                   WS-SW-OPEN-DATE(WS-SW-SUBS) DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               IF WS-SW-OPEN-FLAG(WS-SW-SUBS) = 'Y'
                   MOVE "MAIN" TO WS-ACAL-LOOKUP-CAMPUS
                   MOVE WS-SW-OPEN-DATE(WS-SW-SUBS)
                       TO WS-ACAL-LOOKUP-DATE
                   PERFORM FIND-ACADEMIC-TERM-PROCEDURE
                   IF WS-ACAL-HIT > 0
                       MOVE ", runs through" TO TO-OUTPUT-BUF(40:14)
                       MOVE WS-ACAL-END-DATE(WS-ACAL-HIT)
                           TO TO-OUTPUT-BUF(55:8)
                   END-IF
               END-IF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-PERFORM.

               EXIT PARAGRAPH
           END-IF.

      *> A window runs to the end of the term, on the student's own
      *> campus calendar, in which it was opened. With no calendar
      *> term covering the open date it stays open until closed.
           PERFORM LOAD-ACADEMIC-CALENDAR-PROCEDURE.
           MOVE WS-MY-CAMPUS TO WS-ACAL-LOOKUP-CAMPUS.
           MOVE WS-SW-OPEN-DATE(WS-SW-HIT) TO WS-ACAL-LOOKUP-DATE.
           PERFORM FIND-ACADEMIC-TERM-PROCEDURE.
           IF WS-ACAL-HIT > 0
               IF FUNCTION CURRENT-DATE(1:8)
                   > WS-ACAL-END-DATE(WS-ACAL-HIT)
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "survey-responses.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
           END-IF.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Your reference (a sentence or two, max 200" &
               " chars):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
                   NOT AT END
                       IF FUNCTION TRIM(AR-APPLICANT)
                           = FUNCTION TRIM(
                               WS-APW-USERNAME)
                           AND AR-JOB-ID
                           = WS-APW-JOB-ID
                           PERFORM SHOW-ONE-REFERENCE-PROCEDURE
                       END-IF
               END-READ
       SHOW-REFERRAL-TAG-PROCEDURE.
           PERFORM VARYING WS-RFL-SUBS FROM 1 BY 1
               UNTIL WS-RFL-SUBS > WS-RFL-COUNT
               IF WS-RFL-JOB-ID(WS-RFL-SUBS) = WS-APW-JOB-ID
                   AND FUNCTION TRIM(WS-RFL-REFERRED(WS-RFL-SUBS))
                   = FUNCTION TRIM(WS-APW-USERNAME)
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "   [referred by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RFL-REFERRER(WS-RFL-SUBS))
               END-IF
           END-PERFORM.

      *> The applicant packet: the moment a posting closes, every
      *> application on it - cover note, the resume snapshot taken at
      *> apply time, attached references, and any "referred by" tag -
      *> goes into one dated file for the hiring committee, and
      *> applicant-packets.txt records that career services now holds
      *> exactly what the employer received. WS-JOB-CHOICE holds the
      *> posting being closed.
       BUILD-APPLICANT-PACKET-PROCEDURE.
           PERFORM LOAD-REFERENCES-FROM-FILE.
           PERFORM LOAD-REFERRALS-FROM-FILE.

           MOVE 0 TO WS-PKT-APP-COUNT.
           MOVE 'C' TO WS-PW-MODE.
           PERFORM WALK-POSTING-APPLICATIONS-PROCEDURE.

           MOVE SPACES TO PACKET-FILENAME.
           STRING "applicant-packet_" DELIMITED BY SIZE
               WS-JOB-ID(WS-JOB-CHOICE) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-JOB-CLOSED-DATE(WS-JOB-CHOICE) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO PACKET-FILENAME.

           OPEN OUTPUT APPLICANT-PACKET-FILE.
           IF APPLICANT-PACKET-STATUS NOT = "00"
               MOVE "The applicant packet file could not be opened."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-PACKET-LINE.
           STRING "Applicant Packet - Job #" DELIMITED BY SIZE
               WS-JOB-ID(WS-JOB-CHOICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-CHOICE))
                   DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-EMPLOYER(WS-JOB-CHOICE))
                   DELIMITED BY SIZE
               INTO WS-PACKET-LINE.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.
           MOVE SPACES TO WS-PACKET-LINE.
           STRING "Posted by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-POSTER(WS-JOB-CHOICE))
                   DELIMITED BY SIZE
               "   Closed " DELIMITED BY SIZE
               WS-JOB-CLOSED-DATE(WS-JOB-CHOICE) DELIMITED BY SIZE
               "   Applications: " DELIMITED BY SIZE
               WS-PKT-APP-COUNT DELIMITED BY SIZE
               INTO WS-PACKET-LINE.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.

           IF WS-PKT-APP-COUNT = 0
               MOVE "No applications were received for this posting."
                   TO WS-PACKET-LINE
               PERFORM WRITE-PACKET-LINE-PROCEDURE
           END-IF.

           MOVE 'P' TO WS-PW-MODE.
           PERFORM WALK-POSTING-APPLICATIONS-PROCEDURE.
           CLOSE APPLICANT-PACKET-FILE.

           OPEN EXTEND APPLICANT-PACKETS-LOG-FILE.
           IF APPLICANT-PACKETS-LOG-STATUS = "35"
               CLOSE APPLICANT-PACKETS-LOG-FILE
               OPEN OUTPUT APPLICANT-PACKETS-LOG-FILE
           END-IF.
           MOVE WS-JOB-ID(WS-JOB-CHOICE) TO PKT-JOB-ID.
           MOVE WS-JOB-POSTER(WS-JOB-CHOICE) TO PKT-POSTER.
           MOVE WS-JOB-EMPLOYER(WS-JOB-CHOICE) TO PKT-EMPLOYER.
           MOVE PACKET-FILENAME TO PKT-FILE.
           MOVE WS-JOB-CLOSED-DATE(WS-JOB-CHOICE) TO PKT-DATE.
           MOVE WS-PKT-APP-COUNT TO PKT-APPLICANTS.
           WRITE APPLICANT-PACKETS-LOG-RECORD.
           CLOSE APPLICANT-PACKETS-LOG-FILE.

           IF CLOSE-IS-QUIET
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Applicant packet written to " DELIMITED BY SIZE
               FUNCTION TRIM(PACKET-FILENAME) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> One application's section of the packet, for the
      *> application in WS-APP-WORK.
       WRITE-PACKET-APPLICANT-PROCEDURE.
           MOVE "========================================"
               TO WS-PACKET-LINE.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.
           MOVE SPACES TO WS-PACKET-LINE.
           STRING "Applicant: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-USERNAME)
                   DELIMITED BY SIZE
               "   Status: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-STATUS)
                   DELIMITED BY SIZE
               INTO WS-PACKET-LINE.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.

           PERFORM VARYING WS-RFL-SUBS FROM 1 BY 1
               UNTIL WS-RFL-SUBS > WS-RFL-COUNT
               IF WS-RFL-JOB-ID(WS-RFL-SUBS)
                   = WS-APW-JOB-ID
                   AND FUNCTION TRIM(WS-RFL-REFERRED(WS-RFL-SUBS))
                   = FUNCTION TRIM(WS-APW-USERNAME)
                   MOVE SPACES TO WS-PACKET-LINE
                   STRING "Referred by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RFL-REFERRER(WS-RFL-SUBS))
                           DELIMITED BY SIZE
                       INTO WS-PACKET-LINE
                   END-STRING
                   PERFORM WRITE-PACKET-LINE-PROCEDURE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF FUNCTION TRIM(WS-APW-COVER-NOTE) = SPACES
               MOVE "No cover note was provided." TO WS-PACKET-LINE
           ELSE
               MOVE SPACES TO WS-PACKET-LINE
               STRING "Cover Note: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APW-COVER-NOTE)
                       DELIMITED BY SIZE
                   INTO WS-PACKET-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.

           MOVE "app-references.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF NOT FILE-MISSING
               OPEN INPUT APP-REFERENCES-FILE
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ APP-REFERENCES-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(AR-APPLICANT)
                               = FUNCTION TRIM(
                                   WS-APW-USERNAME)
                               AND AR-JOB-ID
                               = WS-APW-JOB-ID
                               PERFORM WRITE-PACKET-REFERENCE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APP-REFERENCES-FILE
           END-IF.

           PERFORM WRITE-PACKET-SCREENING-PROCEDURE.

           IF FUNCTION TRIM(WS-APW-RESUME-FILE) = SPACES
               MOVE "No resume snapshot was taken with this" &
               " application." TO WS-PACKET-LINE
               PERFORM WRITE-PACKET-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-APW-RESUME-FILE TO RESUME-FILENAME.
           OPEN INPUT RESUME-FILE.
           IF RESUME-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PACKET-LINE
               STRING "Resume snapshot " DELIMITED BY SIZE
                   FUNCTION TRIM(RESUME-FILENAME) DELIMITED BY SIZE
                   " is no longer on file." DELIMITED BY SIZE
                   INTO WS-PACKET-LINE
               END-STRING
               PERFORM WRITE-PACKET-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Resume (as submitted):" TO WS-PACKET-LINE.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.
           MOVE 'N' TO WS-PKT-RESUME-EOF.
           PERFORM UNTIL WS-PKT-RESUME-EOF = 'Y'
               READ RESUME-FILE
                   AT END
                       MOVE 'Y' TO WS-PKT-RESUME-EOF
                   NOT AT END
                       MOVE RESUME-RECORD TO WS-PACKET-LINE
                       PERFORM WRITE-PACKET-LINE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE RESUME-FILE.

      *> The applicant's screening answers, as the poster saw them.
       WRITE-PACKET-SCREENING-PROCEDURE.
           MOVE "screening-answers.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SCREENING-ANSWERS-FILE.
           MOVE 'N' TO WS-SA-EOF.
           PERFORM UNTIL WS-SA-EOF = 'Y'
               READ SCREENING-ANSWERS-FILE
                   AT END
                       MOVE 'Y' TO WS-SA-EOF
                   NOT AT END
                       IF SA-JOB-ID = WS-APW-JOB-ID
                           AND SA-USERNAME
                           = WS-APW-USERNAME
                           PERFORM FORMAT-SCREENING-ANSWER-PROCEDURE
                           MOVE SPACES TO WS-PACKET-LINE
                           STRING "Screening " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SA-LINE)
                                   DELIMITED BY SIZE
                               INTO WS-PACKET-LINE
                           END-STRING
                           PERFORM WRITE-PACKET-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCREENING-ANSWERS-FILE.

       WRITE-PACKET-REFERENCE-PROCEDURE.
           PERFORM VARYING WS-REFR-SUBS FROM 1 BY 1
               UNTIL WS-REFR-SUBS > WS-REFR-COUNT
               IF FUNCTION TRIM(WS-REFR-REQUESTER(WS-REFR-SUBS))
                   = FUNCTION TRIM(AR-APPLICANT)
                   AND FUNCTION TRIM(WS-REFR-REFEREE(WS-REFR-SUBS))
                   = FUNCTION TRIM(AR-REFEREE)
                   AND FUNCTION TRIM(WS-REFR-STATUS(WS-REFR-SUBS))
                       = "ACCEPTED"
                   MOVE SPACES TO WS-PACKET-LINE
                   STRING "Reference from " DELIMITED BY SIZE
                       FUNCTION TRIM(AR-REFEREE) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REFR-TEXT(WS-REFR-SUBS))
                           DELIMITED BY SIZE
                       INTO WS-PACKET-LINE
                   END-STRING
                   PERFORM WRITE-PACKET-LINE-PROCEDURE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-PACKET-LINE-PROCEDURE.
           MOVE WS-PACKET-LINE TO APPLICANT-PACKET-RECORD.
           WRITE APPLICANT-PACKET-RECORD.

      *> One transcript per login: named for the user and the second
      *> the session started, and listed in session-index.txt so the
      *> support desk can search by user and date.
       OPEN-SESSION-TRANSCRIPT-PROCEDURE.
           PERFORM CLOSE-SESSION-TRANSCRIPT-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESSION-STAMP.
           MOVE SPACES TO TRANSCRIPT-FILENAME.
           STRING "transcript-" DELIMITED BY SIZE
               FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SESSION-STAMP DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO TRANSCRIPT-FILENAME.

           OPEN OUTPUT TRANSCRIPT-FILE.
           IF TRANSCRIPT-STATUS = "00"
               MOVE 'Y' TO WS-TRANSCRIPT-OPEN-FLAG
               OPEN EXTEND SESSION-INDEX-FILE
               IF SESSION-INDEX-STATUS = "35"
                   CLOSE SESSION-INDEX-FILE
                   OPEN OUTPUT SESSION-INDEX-FILE
               END-IF
               MOVE CURRENT-USER TO SIDX-USERNAME
               MOVE WS-SESSION-STAMP TO SIDX-START-STAMP
               MOVE TRANSCRIPT-FILENAME TO SIDX-FILENAME
               WRITE SESSION-INDEX-RECORD
               CLOSE SESSION-INDEX-FILE
           END-IF.

       CLOSE-SESSION-TRANSCRIPT-PROCEDURE.
           IF WS-TRANSCRIPT-OPEN-FLAG = 'Y'
               CLOSE TRANSCRIPT-FILE
               MOVE 'N' TO WS-TRANSCRIPT-OPEN-FLAG
           END-IF.

      *> The human path past a lockout: what used to mean waiting out
      *> the clock or hand-editing secrets.txt (how indexed files get
      *> corrupted). Each action is written to the audit log under
      *> the acting admin's name, with the target named in the text.
      *> The System Parameters screen hangs off the same console.
       ADMIN-CONSOLE-PROCEDURE.
           MOVE "--- Admin Console ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE "1) Maintain an Account" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "2) System Parameters" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "0) Back" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE INPUT-RECORD(1:1) TO INPUT-CHOICE-BUF.
           IF FUNCTION TRIM(INPUT-CHOICE-BUF) = "2"
               PERFORM SYSTEM-PARAMETERS-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(INPUT-CHOICE-BUF) NOT = "1"
               EXIT PARAGRAPH
           END-IF.

           MOVE "Username of the account to maintain:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ADMIN-TARGET-NAME.

           MOVE 0 TO WS-ADMIN-TARGET-RANK.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > USER-COUNT
               IF FUNCTION TRIM(USER-USERNAME(I))
                   = FUNCTION TRIM(WS-ADMIN-TARGET-NAME)
                   MOVE I TO WS-ADMIN-TARGET-RANK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-ADMIN-TARGET-RANK = 0
               MOVE "No account found with that username."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "4) Reactivate Account" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "5) Reset Login Email" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "0) Back" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
                   PERFORM LOG-AUDIT-ACTION-PROCEDURE
                   MOVE "Account reactivated." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               WHEN "5"
                   PERFORM ADMIN-RESET-LOGIN-EMAIL-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> For an employer or career-services login refused because its
      *> email is unconfirmed or bouncing: the account's row comes
      *> out of contacts.txt, so its next login enrolls a fresh email
      *> and confirms it with the login code.
       ADMIN-RESET-LOGIN-EMAIL-PROCEDURE.
           PERFORM LOAD-CONTACTS-PROCEDURE.
           MOVE WS-ADMIN-TARGET-NAME TO WS-CT-TARGET.
           PERFORM FIND-CONTACT-ROW-PROCEDURE.
           IF WS-CT-HIT = 0
               MOVE "No contact details on file - an email will be" &
               " asked for at their next login." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-CT-SUBS FROM WS-CT-HIT BY 1
               UNTIL WS-CT-SUBS >= WS-CT-COUNT
               MOVE WS-CT-TABLE(WS-CT-SUBS + 1)
                   TO WS-CT-TABLE(WS-CT-SUBS)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CT-COUNT.
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-CONTACTS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Admin reset login email for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ADMIN-TARGET-NAME) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Login email reset - a new one is enrolled at their" &
           " next login." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> "What does the platform hold about me?" answered in one
      *> file: profile, applications, placements, skills and
      *> endorsements, messages both directions, connections, RSVPs,
               INTO WS-EXPORT-LINE.
           PERFORM WRITE-EXPORT-LINE-PROCEDURE.

           MOVE "-- Portfolio --" TO WS-EXPORT-LINE.
           PERFORM WRITE-EXPORT-LINE-PROCEDURE.
           PERFORM VARYING WS-PF-SUBS FROM 1 BY 1
               UNTIL WS-PF-SUBS > WS-PF-COUNT
               IF FUNCTION TRIM(WS-PF-USERNAME(WS-PF-SUBS))
                   = FUNCTION TRIM(CURRENT-USER)
                   MOVE SPACES TO WS-EXPORT-LINE
                   STRING FUNCTION TRIM(WS-PF-TITLE(WS-PF-SUBS))
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PF-ROLE(WS-PF-SUBS))
                           DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PF-DATES(WS-PF-SUBS))
                           DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PF-LINK(WS-PF-SUBS))
                           DELIMITED BY SIZE
                       INTO WS-EXPORT-LINE
                   END-STRING
                   PERFORM WRITE-EXPORT-LINE-PROCEDURE
                   MOVE SPACES TO WS-EXPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PF-DESCRIPTION(WS-PF-SUBS))
                           DELIMITED BY SIZE
                       "  Skills #" DELIMITED BY SIZE
                       WS-PF-SKILL(WS-PF-SUBS, 1) DELIMITED BY SIZE
                       " #" DELIMITED BY SIZE
                       WS-PF-SKILL(WS-PF-SUBS, 2) DELIMITED BY SIZE
                       " #" DELIMITED BY SIZE
                       WS-PF-SKILL(WS-PF-SUBS, 3) DELIMITED BY SIZE
                       "  Visibility " DELIMITED BY SIZE
                       WS-PF-VIS(WS-PF-SUBS) DELIMITED BY SIZE
                       INTO WS-EXPORT-LINE
                   END-STRING
                   PERFORM WRITE-EXPORT-LINE-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE "-- Applications --" TO WS-EXPORT-LINE.
           PERFORM WRITE-EXPORT-LINE-PROCEDURE.
           PERFORM REFRESH-MY-APPLICATIONS-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-APP-COUNT
               IF WS-APP-USERNAME(I) = USER-USERNAME(LOGGED-IN-RANK)
                   MOVE SPACES TO WS-EXPORT-LINE
               END-IF
           END-PERFORM.

           MOVE "-- Screening Answers --" TO WS-EXPORT-LINE.
           PERFORM WRITE-EXPORT-LINE-PROCEDURE.
           PERFORM EXPORT-SCREENING-ANSWERS-PROCEDURE.

           MOVE "-- Placements --" TO WS-EXPORT-LINE.
           PERFORM WRITE-EXPORT-LINE-PROCEDURE.
           PERFORM LOAD-PLACEMENTS-FROM-FILE.
               END-IF
           END-PERFORM.

           MOVE "-- Site Evaluations --" TO WS-EXPORT-LINE.
           PERFORM WRITE-EXPORT-LINE-PROCEDURE.
           PERFORM LOAD-SITE-EVALS-FROM-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SE-COUNT
               IF FUNCTION TRIM(WS-SE-USERNAME(I))
                   = FUNCTION TRIM(CURRENT-USER)
                   MOVE SPACES TO WS-EXPORT-LINE
                   STRING "Job #" DELIMITED BY SIZE
                       WS-SE-JOB-ID(I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SE-EMPLOYER(I))
                           DELIMITED BY SIZE
                       " learning " DELIMITED BY SIZE
                       WS-SE-LEARNING(I) DELIMITED BY SIZE
                       " supervision " DELIMITED BY SIZE
                       WS-SE-SUPERVISION(I) DELIMITED BY SIZE
                       " recommend " DELIMITED BY SIZE
                       WS-SE-RECOMMEND(I) DELIMITED BY SIZE
                       " filed " DELIMITED BY SIZE
                       WS-SE-EVAL-DATE(I) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SE-COMMENTS(I))
                           DELIMITED BY SIZE
                       INTO WS-EXPORT-LINE
                   END-STRING
                   PERFORM WRITE-EXPORT-LINE-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE "-- Completed Skills --" TO WS-EXPORT-LINE.
           PERFORM WRITE-EXPORT-LINE-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SKILLS-COUNT
           MOVE WS-EXPORT-LINE TO EXPORT-RECORD.
           WRITE EXPORT-RECORD.

       EXPORT-SCREENING-ANSWERS-PROCEDURE.
           MOVE "screening-answers.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SCREENING-ANSWERS-FILE.
           MOVE 'N' TO WS-SA-EOF.
           PERFORM UNTIL WS-SA-EOF = 'Y'
               READ SCREENING-ANSWERS-FILE
                   AT END
                       MOVE 'Y' TO WS-SA-EOF
                   NOT AT END
                       IF FUNCTION TRIM(SA-USERNAME)
                           = FUNCTION TRIM(CURRENT-USER)
                           PERFORM FORMAT-SCREENING-ANSWER-PROCEDURE
                           MOVE SPACES TO WS-EXPORT-LINE
                           STRING "Job #" DELIMITED BY SIZE
                               SA-JOB-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SA-LINE)
                                   DELIMITED BY SIZE
                               INTO WS-EXPORT-LINE
                           END-STRING
                           PERFORM WRITE-EXPORT-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCREENING-ANSWERS-FILE.

      *> Asked once at employer sign-up: which company directory
      *> entry does this recruiter claim to represent? Free text is
      *> accepted so a company not yet in the directory can still be
           " you can post." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 0
               MOVE "Which company do you represent?" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> Employers work under the posting policy in employer-terms.txt
      *> - no fees to students, equal opportunity, no off-platform
      *> payment requests. Posting and the applicant pipeline stay
      *> shut until the current version is accepted: login shows it
      *> first and each gated screen offers it again. Other roles,
      *> and a system with no terms file yet, pass straight through.
       CHECK-EMPLOYER-TERMS-PROCEDURE.
           IF EMPLOYER-TERMS-OK AND WS-TERMS-USER = CURRENT-USER
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO WS-TERMS-USER.
           MOVE 'Y' TO WS-TERMS-OK-FLAG.
           IF NOT ROLE-IS-EMPLOYER
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-TERMS-VERSION-PROCEDURE.
           IF WS-TERMS-VERSION = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-TERMS-OK-FLAG.
           MOVE "employer-terms-acceptances.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF NOT FILE-MISSING
               OPEN INPUT TERMS-ACCEPTANCES-FILE
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE OR EMPLOYER-TERMS-OK
                   READ TERMS-ACCEPTANCES-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF TA-USERNAME = CURRENT-USER
                               AND TA-VERSION = WS-TERMS-VERSION
                               MOVE 'Y' TO WS-TERMS-OK-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMS-ACCEPTANCES-FILE
           END-IF.

           IF NOT EMPLOYER-TERMS-OK
               PERFORM PRESENT-EMPLOYER-TERMS-PROCEDURE
           END-IF.

       LOAD-TERMS-VERSION-PROCEDURE.
           MOVE 0 TO WS-TERMS-VERSION.
           MOVE "employer-terms.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT EMPLOYER-TERMS-FILE.
           READ EMPLOYER-TERMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(EMPLOYER-TERMS-RECORD) IS NUMERIC
                       AND FUNCTION TRIM(EMPLOYER-TERMS-RECORD)
                           NOT = SPACES
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(EMPLOYER-TERMS-RECORD))
                           TO WS-TERMS-VERSION
                   END-IF
           END-READ.
           CLOSE EMPLOYER-TERMS-FILE.

       PRESENT-EMPLOYER-TERMS-PROCEDURE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "--- Employer Terms of Use, version "
                   DELIMITED BY SIZE
               WS-TERMS-VERSION DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           OPEN INPUT EMPLOYER-TERMS-FILE.
           READ EMPLOYER-TERMS-FILE
               AT END
                   CONTINUE
           END-READ.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ EMPLOYER-TERMS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE EMPLOYER-TERMS-RECORD TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-READ
           END-PERFORM.
           CLOSE EMPLOYER-TERMS-FILE.

           MOVE "Do you accept these terms? (Y/N):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) NOT = "Y"
               MOVE "Posting and the applicant pipeline stay closed" &
               " until the current terms are accepted."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND TERMS-ACCEPTANCES-FILE.
           IF TERMS-ACCEPTANCES-STATUS = "35"
               CLOSE TERMS-ACCEPTANCES-FILE
               OPEN OUTPUT TERMS-ACCEPTANCES-FILE
           END-IF.
           MOVE CURRENT-USER TO TA-USERNAME.
           MOVE WS-TERMS-VERSION TO TA-VERSION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TA-DATE.
           WRITE TERMS-ACCEPTANCES-RECORD.
           CLOSE TERMS-ACCEPTANCES-FILE.
           MOVE 'Y' TO WS-TERMS-OK-FLAG.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Accepted employer terms version " DELIMITED BY SIZE
               WS-TERMS-VERSION DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Thank you - your acceptance has been recorded."
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       LOAD-PENDING-EMPLOYERS-PROCEDURE.
           INITIALIZE WS-PENDING-EMP-DATA.

           MOVE "pending-employers.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PENDING-EMPLOYERS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-PE-COUNT >= 50
               READ PENDING-EMPLOYERS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PE-COUNT
                       MOVE PENDING-EMPLOYERS-RECORD
                           TO WS-PENDING-EMP-TABLE(WS-PE-COUNT)
               END-READ
           END-PERFORM.
           CLOSE PENDING-EMPLOYERS-FILE.

       VET-EMPLOYERS-PROCEDURE.
           MOVE "--- Employer Accounts Awaiting Vetting ---"
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           CLOSE JOURNAL-FILE.

      *> Journal the single application row WS-JRN-APP-ROW points at
      *> - the one record the keyed save just wrote.
       JOURNAL-APPLICATION-ROW-PROCEDURE.
           IF WS-JRN-APP-ROW < 1 OR WS-JRN-APP-ROW > WS-APP-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-APPLICATIONS-TABLE(WS-JRN-APP-ROW) TO WS-APP-WORK.
           PERFORM JOURNAL-APPLICATION-WORK-PROCEDURE.

      *> Journal the application in WS-APP-WORK.
       JOURNAL-APPLICATION-WORK-PROCEDURE.
           MOVE "applications.txt" TO WS-JRN-FILE-TAG.
           MOVE SPACES TO WS-JRN-KEY-TEXT.
           MOVE WS-APW-USERNAME TO WS-JRN-KEY-TEXT(1:20).
           MOVE WS-APW-JOB-ID TO WS-JRN-KEY-TEXT(21:6).
           MOVE WS-APP-WORK TO WS-JRN-IMAGE-TEXT.
           PERFORM WRITE-JOURNAL-PROCEDURE.

       LOAD-SESSIONS-FROM-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           PERFORM LOAD-INTERVIEWS-FROM-FILE.
           PERFORM LOAD-INTERVIEW-ROOMS-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INT-COUNT
               IF FUNCTION TRIM(WS-INT-APPLICANT(I))
                   = FUNCTION TRIM(CURRENT-USER)
                   AND FUNCTION TRIM(WS-INT-STATUS(I)) = "CONFIRMED"
                   MOVE WS-INT-ROOM(I) TO WS-ROOM-CODE-IN
                   PERFORM GET-ROOM-NAME-PROCEDURE
                   MOVE SPACES TO WS-CAL-LOCATION
                   IF WS-ROOM-NAME-OUT = SPACES
                       STRING "with " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-INT-POSTER(I))
                               DELIMITED BY SIZE
                           INTO WS-CAL-LOCATION
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-ROOM-NAME-OUT)
                               DELIMITED BY SIZE
                           " - with " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-INT-POSTER(I))
                               DELIMITED BY SIZE
                           INTO WS-CAL-LOCATION
                       END-STRING
                   END-IF
                   MOVE SPACES TO WS-CAL-JOB-TITLE
                   PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-JOB-COUNT
                           DELIMITED BY SIZE
                       " (Job #" DELIMITED BY SIZE
                       WS-INT-JOB-ID(I) DELIMITED BY SIZE
                       ");" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAL-LOCATION) DELIMITED BY SIZE
                       INTO CALENDAR-RECORD
                   END-STRING
                   WRITE CALENDAR-RECORD
           IF ROLE-IS-CAREER-SERVICES
               MOVE "P) Publish a New Slot" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "N) Session Notes and Follow-ups" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.
           MOVE "Enter a slot # to book (or cancel your booking)," &
           " or 0 to go back:" TO TO-OUTPUT-BUF.
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "N"
               IF ROLE-IS-CAREER-SERVICES
                   PERFORM SESSION-NOTES-MENU-PROCEDURE
               ELSE
                   PERFORM ROLE-NOT-ALLOWED-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ADV-CHOICE.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
           MOVE FUNCTION TRIM(INPUT-RECORD)
               TO WS-ADV-TIME(WS-ADV-CHOICE).

           MOVE WS-MY-CAMPUS TO WS-OC-CHECK-CAMPUS.
           MOVE WS-ADV-DATE(WS-ADV-CHOICE) TO WS-OC-CHECK-DATE.
           MOVE WS-ADV-TIME(WS-ADV-CHOICE) TO WS-OC-CHECK-TIME.
           PERFORM CHECK-OFFICE-CLOSED-PROCEDURE.
           IF WS-OC-HIT > 0
               SUBTRACT 1 FROM WS-ADV-COUNT
               MOVE "The office is closed then - slot not published."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Topic (max 60 chars):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ADV-ADVISOR(WS-ADV-CHOICE)
                   TO WS-CAMPUS-LOOKUP-USER
               PERFORM GET-USER-CAMPUS-PROCEDURE
               MOVE WS-CAMPUS-LOOKUP-CODE TO WS-OC-CHECK-CAMPUS
               MOVE WS-ADV-DATE(WS-ADV-CHOICE) TO WS-OC-CHECK-DATE
               MOVE WS-ADV-TIME(WS-ADV-CHOICE) TO WS-OC-CHECK-TIME
               PERFORM CHECK-OFFICE-CLOSED-PROCEDURE
               IF WS-OC-HIT > 0
                   MOVE "The office is closed then - pick another slot."
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE CURRENT-USER TO WS-ADV-BOOKED-BY(WS-ADV-CHOICE)
               PERFORM SAVE-ADVISING-SLOTS-PROCEDURE
               MOVE WS-ADV-ADVISOR(WS-ADV-CHOICE)
               MOVE "This company has not written its page yet."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM SHOW-SITE-EVAL-ROLLUP-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM SHOW-SITE-EVAL-ROLLUP-PROCEDURE.

      *> Follow/unfollow toggle on WS-PAGE-COMPANY for students -
      *> followers hear when the company's next posting clears

      *> Does a live application tie CURRENT-USER and
      *> RECIPIENT-USERNAME together? Live means the status has not
      *> reached Rejected, Position Closed, Withdrawn, Declined, or
      *> Accepted. Sets CONNECTION-VALID-FLAG when either direction
      *> holds: applicant messaging the posting's owner, or the owner
      *> (including a company admin) messaging the applicant.
       CHECK-APPLICATION-CHANNEL-PROCEDURE.
           OPEN INPUT APPLICATIONS-FILE.
           IF APP-FILE-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO WS-ACH-APPLICANT.
           PERFORM WALK-CHANNEL-APPLICATIONS-PROCEDURE.
           IF CONNECTION-VALID-FLAG NOT = 'Y'
               MOVE RECIPIENT-USERNAME TO WS-ACH-APPLICANT
               PERFORM WALK-CHANNEL-APPLICATIONS-PROCEDURE
           END-IF.
           CLOSE APPLICATIONS-FILE.

      *> Every application WS-ACH-APPLICANT has made, read through
      *> the alternate key, until one of them opens the channel.
       WALK-CHANNEL-APPLICATIONS-PROCEDURE.
           MOVE 'N' TO WS-APP-SCAN-FLAG.
           MOVE WS-ACH-APPLICANT TO APP-USERNAME.
           START APPLICATIONS-FILE KEY = APP-USERNAME
               INVALID KEY
                   MOVE 'Y' TO WS-APP-SCAN-FLAG
           END-START.
           PERFORM UNTIL APP-SCAN-DONE
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APP-SCAN-FLAG
                   NOT AT END
                       IF APP-USERNAME NOT = WS-ACH-APPLICANT
                           MOVE 'Y' TO WS-APP-SCAN-FLAG
                       ELSE
                           PERFORM CHECK-CHANNEL-APPLICATION-PROCEDURE
                           IF CONNECTION-VALID-FLAG = 'Y'
                               MOVE 'Y' TO WS-APP-SCAN-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Does the live application just read tie the two users
      *> together?
       CHECK-CHANNEL-APPLICATION-PROCEDURE.
           MOVE FUNCTION TRIM(APP-STATUS) TO WS-ACH-STATUS.
           IF WS-ACH-STATUS = "Rejected"
               OR WS-ACH-STATUS = "Position Closed"
               OR WS-ACH-STATUS = "Withdrawn"
               OR WS-ACH-STATUS = "Declined"
               OR WS-ACH-STATUS = "Accepted"
               OR APP-JOB-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ACH-JOB-ROW.
           PERFORM VARYING WS-MANAGE-JOB-SUBS FROM 1 BY 1
               UNTIL WS-MANAGE-JOB-SUBS > WS-JOB-COUNT
               IF WS-JOB-ID(WS-MANAGE-JOB-SUBS) = APP-JOB-ID
                   MOVE WS-MANAGE-JOB-SUBS TO WS-ACH-JOB-ROW
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACH-JOB-ROW = 0
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(APP-USERNAME) = FUNCTION TRIM(CURRENT-USER)
               AND FUNCTION TRIM(WS-JOB-POSTER(WS-ACH-JOB-ROW))
               = FUNCTION TRIM(RECIPIENT-USERNAME)
               SET CONNECTION-VALID-FLAG TO 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(APP-USERNAME)
               = FUNCTION TRIM(RECIPIENT-USERNAME)
               MOVE WS-ACH-JOB-ROW TO WS-MANAGE-JOB-SUBS
               PERFORM CHECK-JOB-MANAGEABLE-PROCEDURE
               IF WS-JOB-MANAGEABLE-FLAG = 'Y'
                   SET CONNECTION-VALID-FLAG TO 'Y'
               END-IF
           END-IF.

      *> One view row for the profile WS-PV-OWNER names, from the
      *> screen WS-PV-CONTEXT names. Self-views and views across a
           WRITE GROUP-NOTICES-RECORD.
           CLOSE GROUP-NOTICES-FILE.

       LOAD-CONTACTS-PROCEDURE.
           INITIALIZE WS-CT-DATA.

           MOVE "contacts.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CONTACTS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-CT-COUNT >= 300
               READ CONTACTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-COUNT
                       MOVE CONTACTS-RECORD
                           TO WS-CT-TABLE(WS-CT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CONTACTS-FILE.

       SAVE-CONTACTS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CONTACTS-FILE.
           PERFORM VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-COUNT
               MOVE WS-CT-TABLE(WS-CT-SUBS) TO CONTACTS-RECORD
               WRITE CONTACTS-RECORD
           END-PERFORM.
           CLOSE CONTACTS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Row for WS-CT-TARGET into WS-CT-HIT, 0 when there is none.
       FIND-CONTACT-ROW-PROCEDURE.
           MOVE 0 TO WS-CT-HIT.
           PERFORM VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-COUNT
               IF FUNCTION TRIM(WS-CT-USERNAME(WS-CT-SUBS))
                   = FUNCTION TRIM(WS-CT-TARGET)
                   MOVE WS-CT-SUBS TO WS-CT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Email, phone, and preferred channel for WS-CT-TARGET, asked
      *> at sign-up and again from Account Settings. Blank keeps what
      *> is on file. A new email starts unconfirmed and is sent a
      *> code straight away; the code can be entered now or later
      *> under Account Settings.
       CAPTURE-CONTACT-DETAILS-PROCEDURE.
           PERFORM LOAD-CONTACTS-PROCEDURE.
           PERFORM FIND-CONTACT-ROW-PROCEDURE.
           IF WS-CT-HIT = 0
               IF WS-CT-COUNT >= 300
                   MOVE "The contact list is full - contact details" &
                   " can be added later." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-HIT
               INITIALIZE WS-CT-TABLE(WS-CT-HIT)
               MOVE WS-CT-TARGET TO WS-CT-USERNAME(WS-CT-HIT)
               MOVE 'N' TO WS-CT-EMAIL-VERIFIED(WS-CT-HIT)
               MOVE 'E' TO WS-CT-CHANNEL(WS-CT-HIT)
           END-IF.

           MOVE "Contact email (blank to keep):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CT-NEW-EMAIL.
           IF WS-CT-NEW-EMAIL NOT = SPACES
               MOVE 0 TO WS-CT-AT-COUNT
               INSPECT WS-CT-NEW-EMAIL TALLYING WS-CT-AT-COUNT
                   FOR ALL "@"
               IF WS-CT-AT-COUNT NOT = 1 OR WS-CT-NEW-EMAIL(1:1) = "@"
                   MOVE "That is not an email address - the email on" &
                   " file is unchanged." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               ELSE
                   IF WS-CT-NEW-EMAIL NOT = WS-CT-EMAIL(WS-CT-HIT)
                       MOVE WS-CT-NEW-EMAIL TO WS-CT-EMAIL(WS-CT-HIT)
                       MOVE 'N' TO WS-CT-EMAIL-VERIFIED(WS-CT-HIT)
                       MOVE 0 TO WS-CT-VERIFIED-DATE(WS-CT-HIT)
                       MOVE 0 TO WS-CT-CODE(WS-CT-HIT)
                   END-IF
               END-IF
           END-IF.

           MOVE "Contact phone (blank to keep):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               MOVE FUNCTION TRIM(INPUT-RECORD)
                   TO WS-CT-PHONE(WS-CT-HIT)
           END-IF.

           MOVE "Preferred contact: E) Email  P) Phone  N) In-app" &
           " only (blank to keep):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) TO WS-CT-CHOICE.
           IF WS-CT-CHOICE = "E" OR WS-CT-CHOICE = "P"
               OR WS-CT-CHOICE = "N"
               MOVE WS-CT-CHOICE TO WS-CT-CHANNEL(WS-CT-HIT)
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CT-UPDATED-DATE(WS-CT-HIT).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-CONTACTS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CT-TARGET TO AUDIT-USER-TEXT.
           MOVE "Updated contact details" TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           IF WS-CT-EMAIL(WS-CT-HIT) NOT = SPACES
               AND NOT WS-CT-EMAIL-OK(WS-CT-HIT)
               AND WS-CT-CODE(WS-CT-HIT) = 0
               PERFORM CONFIRM-CONTACT-EMAIL-PROCEDURE
           END-IF.

      *> Sends a fresh code to the unconfirmed email on row WS-CT-HIT
      *> and takes it back if the user has it to hand.
       CONFIRM-CONTACT-EMAIL-PROCEDURE.
           MOVE "Confirm your InCollege email address"
               TO WS-CT-SUBJECT.
           PERFORM SEND-CONTACT-CODE-PROCEDURE.
           PERFORM SAVE-CONTACTS-TO-FILE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "A confirmation code was sent to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CT-EMAIL(WS-CT-HIT)) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-CONTACT-CODE-PROCEDURE.
           PERFORM FINISH-CONTACT-CONFIRM-PROCEDURE.

       FINISH-CONTACT-CONFIRM-PROCEDURE.
           IF NOT CONTACT-CODE-OK
               MOVE "Email not confirmed yet - enter the code under" &
               " Account Settings > Contact Details." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CT-EMAIL-VERIFIED(WS-CT-HIT).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CT-VERIFIED-DATE(WS-CT-HIT).
           MOVE 0 TO WS-CT-CODE(WS-CT-HIT).
           PERFORM SAVE-CONTACTS-TO-FILE.
           MOVE WS-CT-TARGET TO AUDIT-USER-TEXT.
           MOVE "Confirmed contact email" TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Email confirmed." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> A six-digit one-time code for row WS-CT-HIT, good for the
      *> day it is issued, spooled to that row's email for the mail
      *> gateway under subject WS-CT-SUBJECT.
       SEND-CONTACT-CODE-PROCEDURE.
           COMPUTE WS-CT-CODE(WS-CT-HIT) =
               FUNCTION RANDOM * 899999 + 100000.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CT-CODE-DATE(WS-CT-HIT).
           MOVE SPACES TO WS-CT-BODY.
           STRING "  Your one-time code is " DELIMITED BY SIZE
               WS-CT-CODE(WS-CT-HIT) DELIMITED BY SIZE
               ". It is good until midnight today." DELIMITED BY SIZE
               INTO WS-CT-BODY
           END-STRING.
           PERFORM SPOOL-CONTACT-CODE-PROCEDURE.

      *> One-off mail to row WS-CT-HIT's email: subject WS-CT-SUBJECT,
      *> a single body line WS-CT-BODY.
       SPOOL-CONTACT-CODE-PROCEDURE.
           MOVE SPACES TO CONTACT-SPOOL-FILENAME.
           STRING "mailspool-code-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CT-USERNAME(WS-CT-HIT))
                   DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO CONTACT-SPOOL-FILENAME
           END-STRING.
           OPEN OUTPUT CONTACT-SPOOL-FILE.
           IF CONTACT-SPOOL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CONTACT-SPOOL-RECORD.
           STRING "TO: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CT-EMAIL(WS-CT-HIT)) DELIMITED BY SIZE
               INTO CONTACT-SPOOL-RECORD
           END-STRING.
           WRITE CONTACT-SPOOL-RECORD.
           MOVE SPACES TO CONTACT-SPOOL-RECORD.
           STRING "DATE: " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO CONTACT-SPOOL-RECORD
           END-STRING.
           WRITE CONTACT-SPOOL-RECORD.
           MOVE SPACES TO CONTACT-SPOOL-RECORD.
           STRING "SUBJECT: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CT-SUBJECT) DELIMITED BY SIZE
               INTO CONTACT-SPOOL-RECORD
           END-STRING.
           WRITE CONTACT-SPOOL-RECORD.
           MOVE WS-CT-BODY TO CONTACT-SPOOL-RECORD.
           WRITE CONTACT-SPOOL-RECORD.
           CLOSE CONTACT-SPOOL-FILE.

      *> Sets CONTACT-CODE-OK when the code typed matches the one on
      *> row WS-CT-HIT and was issued today.
       READ-CONTACT-CODE-PROCEDURE.
           MOVE 'N' TO WS-CT-CODE-OK-FLAG.
           MOVE "Enter the code from the email (blank to skip):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               OR FUNCTION TRIM(INPUT-RECORD) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-CT-CODE(WS-CT-HIT) NOT = 0
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   = WS-CT-CODE(WS-CT-HIT)
               AND WS-CT-CODE-DATE(WS-CT-HIT)
                   = FUNCTION CURRENT-DATE(1:8)
               MOVE 'Y' TO WS-CT-CODE-OK-FLAG
           END-IF.

       CONTACT-DETAILS-MENU-PROCEDURE.
           MOVE "--- Contact Details ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-CONTACTS-PROCEDURE.
           MOVE CURRENT-USER TO WS-CT-TARGET.
           PERFORM FIND-CONTACT-ROW-PROCEDURE.
           PERFORM SHOW-CONTACT-DETAILS-PROCEDURE.

           MOVE "1) Update details" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "2) Confirm my email" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "3) Back" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.

           EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                   PERFORM CAPTURE-CONTACT-DETAILS-PROCEDURE
               WHEN "2"
                   IF WS-CT-HIT = 0
                       MOVE "No email on file - add one first."
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   ELSE
                       IF WS-CT-EMAIL-OK(WS-CT-HIT)
                           MOVE "Your email is already confirmed."
                               TO TO-OUTPUT-BUF
                           PERFORM DISPLAY-AND-WRITE-OUTPUT
                       ELSE
                           IF WS-CT-EMAIL(WS-CT-HIT) = SPACES
                               MOVE "No email on file - add one first."
                                   TO TO-OUTPUT-BUF
                               PERFORM DISPLAY-AND-WRITE-OUTPUT
                           ELSE
                               PERFORM CONFIRM-PENDING-EMAIL-PROCEDURE
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A code already sent today is asked for again; otherwise (or
      *> on request) a new one goes out first.
       CONFIRM-PENDING-EMAIL-PROCEDURE.
           IF WS-CT-CODE(WS-CT-HIT) = 0
               OR WS-CT-CODE-DATE(WS-CT-HIT)
                   NOT = FUNCTION CURRENT-DATE(1:8)
               PERFORM CONFIRM-CONTACT-EMAIL-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Send a new code? (Y/N):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               PERFORM CONFIRM-CONTACT-EMAIL-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-CONTACT-CODE-PROCEDURE.
           PERFORM FINISH-CONTACT-CONFIRM-PROCEDURE.

       SHOW-CONTACT-DETAILS-PROCEDURE.
           IF WS-CT-HIT = 0
               MOVE "No contact details on file." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO TO-OUTPUT-BUF.
           IF WS-CT-EMAIL-OK(WS-CT-HIT)
               STRING "Email: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CT-EMAIL(WS-CT-HIT))
                       DELIMITED BY SIZE
                   " (confirmed " DELIMITED BY SIZE
                   WS-CT-VERIFIED-DATE(WS-CT-HIT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           ELSE
               IF WS-CT-EMAIL-BOUNCED(WS-CT-HIT)
                   STRING "Email: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CT-EMAIL(WS-CT-HIT))
                           DELIMITED BY SIZE
                       " (mail is bouncing - update or confirm again)"
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
               ELSE
                   STRING "Email: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CT-EMAIL(WS-CT-HIT))
                           DELIMITED BY SIZE
                       " (not confirmed)" DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
               END-IF
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Phone: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CT-PHONE(WS-CT-HIT)) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           EVALUATE WS-CT-CHANNEL(WS-CT-HIT)
               WHEN "P"
                   MOVE "Preferred contact: Phone" TO TO-OUTPUT-BUF
               WHEN "N"
                   MOVE "Preferred contact: In-app only"
                       TO TO-OUTPUT-BUF
               WHEN OTHER
                   MOVE "Preferred contact: Email" TO TO-OUTPUT-BUF
           END-EVALUATE.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       LOAD-ACADEMIC-CALENDAR-PROCEDURE.
           INITIALIZE WS-ACAL-DATA.

           MOVE "academic-calendar.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACADEMIC-CALENDAR-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-ACAL-COUNT >= 60
               READ ACADEMIC-CALENDAR-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACAL-COUNT
                       MOVE ACADEMIC-CALENDAR-RECORD
                           TO WS-ACAL-TABLE(WS-ACAL-COUNT)
               END-READ
           END-PERFORM.
           CLOSE ACADEMIC-CALENDAR-FILE.

       SAVE-ACADEMIC-CALENDAR-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ACADEMIC-CALENDAR-FILE.
           PERFORM VARYING WS-ACAL-SUBS FROM 1 BY 1
               UNTIL WS-ACAL-SUBS > WS-ACAL-COUNT
               MOVE WS-ACAL-TABLE(WS-ACAL-SUBS)
                   TO ACADEMIC-CALENDAR-RECORD
               WRITE ACADEMIC-CALENDAR-RECORD
           END-PERFORM.
           CLOSE ACADEMIC-CALENDAR-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> The term on WS-ACAL-LOOKUP-CAMPUS's calendar that covers
      *> WS-ACAL-LOOKUP-DATE, into WS-ACAL-HIT (0 = none). Rows for
      *> the campus itself win; the every-campus rows are the
      *> fallback.
       FIND-ACADEMIC-TERM-PROCEDURE.
           MOVE 0 TO WS-ACAL-HIT.
           MOVE WS-ACAL-LOOKUP-CAMPUS TO WS-ACAL-PASS-CAMPUS.
           PERFORM SCAN-ACADEMIC-TERMS-PROCEDURE.
           IF WS-ACAL-HIT = 0 AND WS-ACAL-LOOKUP-CAMPUS NOT = SPACES
               MOVE SPACES TO WS-ACAL-PASS-CAMPUS
               PERFORM SCAN-ACADEMIC-TERMS-PROCEDURE
           END-IF.

       SCAN-ACADEMIC-TERMS-PROCEDURE.
           PERFORM VARYING WS-ACAL-SUBS FROM 1 BY 1
               UNTIL WS-ACAL-SUBS > WS-ACAL-COUNT
               IF WS-ACAL-CAMPUS(WS-ACAL-SUBS) = WS-ACAL-PASS-CAMPUS
                   AND WS-ACAL-START-DATE(WS-ACAL-SUBS)
                       <= WS-ACAL-LOOKUP-DATE
                   AND WS-ACAL-END-DATE(WS-ACAL-SUBS)
                       >= WS-ACAL-LOOKUP-DATE
                   MOVE WS-ACAL-SUBS TO WS-ACAL-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Career services keeps the calendar: a term is added or
      *> changed by campus and term code, or removed. Blank campus
      *> means every campus without a calendar of its own.
       ACADEMIC-CALENDAR-PROCEDURE.
           MOVE "--- Academic Calendar ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-ACADEMIC-CALENDAR-PROCEDURE.

           IF WS-ACAL-COUNT = 0
               MOVE "No terms on file." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.
           PERFORM VARYING WS-ACAL-SUBS FROM 1 BY 1
               UNTIL WS-ACAL-SUBS > WS-ACAL-COUNT
               MOVE SPACES TO TO-OUTPUT-BUF
               IF WS-ACAL-CAMPUS(WS-ACAL-SUBS) = SPACES
                   MOVE "  (all)" TO TO-OUTPUT-BUF(1:12)
               ELSE
                   MOVE WS-ACAL-CAMPUS(WS-ACAL-SUBS)
                       TO TO-OUTPUT-BUF(3:10)
               END-IF
               STRING WS-ACAL-TERM-CODE(WS-ACAL-SUBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACAL-TERM-NAME(WS-ACAL-SUBS) DELIMITED BY SIZE
                   " AY " DELIMITED BY SIZE
                   WS-ACAL-ACAD-YEAR(WS-ACAL-SUBS) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACAL-START-DATE(WS-ACAL-SUBS) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-ACAL-END-DATE(WS-ACAL-SUBS) DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF(14:100)
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-PERFORM.

           MOVE "1) Add or Change a Term  2) Remove a Term  0) Back"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE INPUT-RECORD(1:1) TO INPUT-CHOICE-BUF.
           IF INPUT-CHOICE-BUF NOT = "1" AND INPUT-CHOICE-BUF NOT = "2"
               EXIT PARAGRAPH
           END-IF.

           MOVE "Campus code (blank = all campuses):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-ACAL-CAMPUS-IN.
           MOVE "Term code (e.g. 2026FA):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-ACAL-CODE-IN.
           IF WS-ACAL-CODE-IN = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ACAL-HIT.
           PERFORM VARYING WS-ACAL-SUBS FROM 1 BY 1
               UNTIL WS-ACAL-SUBS > WS-ACAL-COUNT
               IF WS-ACAL-CAMPUS(WS-ACAL-SUBS) = WS-ACAL-CAMPUS-IN
                   AND WS-ACAL-TERM-CODE(WS-ACAL-SUBS)
                       = WS-ACAL-CODE-IN
                   MOVE WS-ACAL-SUBS TO WS-ACAL-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF INPUT-CHOICE-BUF = "2"
               PERFORM REMOVE-ACADEMIC-TERM-PROCEDURE
           ELSE
               PERFORM EDIT-ACADEMIC-TERM-PROCEDURE
           END-IF.

       REMOVE-ACADEMIC-TERM-PROCEDURE.
           IF WS-ACAL-HIT = 0
               MOVE "No such term on file." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ACAL-SUBS FROM WS-ACAL-HIT BY 1
               UNTIL WS-ACAL-SUBS >= WS-ACAL-COUNT
               MOVE WS-ACAL-TABLE(WS-ACAL-SUBS + 1)
                   TO WS-ACAL-TABLE(WS-ACAL-SUBS)
           END-PERFORM.
           SUBTRACT 1 FROM WS-ACAL-COUNT.
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-ACADEMIC-CALENDAR-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Removed academic term " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACAL-CODE-IN) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Term removed." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       EDIT-ACADEMIC-TERM-PROCEDURE.
           IF WS-ACAL-HIT = 0
               IF WS-ACAL-COUNT >= 60
                   MOVE "The calendar is full - remove an old term" &
                   " first." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACAL-COUNT
               MOVE WS-ACAL-COUNT TO WS-ACAL-HIT
               INITIALIZE WS-ACAL-TABLE(WS-ACAL-HIT)
               MOVE WS-ACAL-CAMPUS-IN TO WS-ACAL-CAMPUS(WS-ACAL-HIT)
               MOVE WS-ACAL-CODE-IN TO WS-ACAL-TERM-CODE(WS-ACAL-HIT)
           END-IF.

           MOVE "Term name (blank to keep):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               MOVE FUNCTION TRIM(INPUT-RECORD)
                   TO WS-ACAL-TERM-NAME(WS-ACAL-HIT)
           END-IF.

           MOVE "Academic year it belongs to, as its starting year" &
           " (blank to keep):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 4
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-ACAL-ACAD-YEAR(WS-ACAL-HIT)
           END-IF.

           MOVE "Start date YYYYMMDD (blank to keep):" TO TO-OUTPUT-BUF.
           MOVE WS-ACAL-START-DATE(WS-ACAL-HIT) TO WS-ACAL-DATE-IN.
           PERFORM READ-ACADEMIC-DATE-PROCEDURE.
           MOVE WS-ACAL-DATE-IN TO WS-ACAL-START-DATE(WS-ACAL-HIT).
           MOVE "End date YYYYMMDD (blank to keep):" TO TO-OUTPUT-BUF.
           MOVE WS-ACAL-END-DATE(WS-ACAL-HIT) TO WS-ACAL-DATE-IN.
           PERFORM READ-ACADEMIC-DATE-PROCEDURE.
           MOVE WS-ACAL-DATE-IN TO WS-ACAL-END-DATE(WS-ACAL-HIT).

           IF WS-ACAL-START-DATE(WS-ACAL-HIT) = 0
               OR WS-ACAL-END-DATE(WS-ACAL-HIT)
                   < WS-ACAL-START-DATE(WS-ACAL-HIT)
               OR WS-ACAL-ACAD-YEAR(WS-ACAL-HIT) = 0
               MOVE "A term needs an academic year and a start date" &
               " on or before its end date - not saved."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-ACADEMIC-CALENDAR-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Saved academic term " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACAL-CODE-IN) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Term saved." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Prompt already in TO-OUTPUT-BUF; WS-ACAL-DATE-IN holds the
      *> current value and comes back changed only for a valid date.
       READ-ACADEMIC-DATE-PROCEDURE.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 8
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-ACAL-DATE-IN
           ELSE
               MOVE "Not a valid date - kept as it was."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> Career services enters the days the office is shut - a snow
      *> day, a holiday, an afternoon fire drill - for one campus or,
      *> with a blank campus, for all of them. A closure with blank
      *> times covers the whole day. Entering one cancels every
      *> booking it lands on and tells the people involved; the
      *> cancellations are kept in closure-cancellations.txt for the
      *> closure report so each one can be rescheduled.
       OFFICE-CLOSURES-PROCEDURE.
           MOVE "--- Office Closures ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-OFFICE-CLOSURES-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           MOVE 'N' TO WS-OC-LISTED-FLAG.
           PERFORM VARYING WS-OC-SUBS FROM 1 BY 1
               UNTIL WS-OC-SUBS > WS-OC-COUNT
               IF WS-OC-DATE(WS-OC-SUBS) >= WS-TODAY-DATE
                   MOVE 'Y' TO WS-OC-LISTED-FLAG
                   MOVE WS-OC-SUBS TO WS-OC-HIT
                   PERFORM FORMAT-OFFICE-CLOSURE-PROCEDURE
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
           IF WS-OC-LISTED-FLAG = 'N'
               MOVE "No closures coming up." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           MOVE "1) Enter a Closure  0) Back" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF INPUT-RECORD(1:1) = "1"
               PERFORM ENTER-OFFICE-CLOSURE-PROCEDURE
           END-IF.

      *> One listing line for closure row WS-OC-HIT, in TO-OUTPUT-BUF.
       FORMAT-OFFICE-CLOSURE-PROCEDURE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           IF WS-OC-CAMPUS(WS-OC-HIT) = SPACES
               MOVE "ALL" TO WS-OC-CAMPUS-SHOWN
           ELSE
               MOVE WS-OC-CAMPUS(WS-OC-HIT) TO WS-OC-CAMPUS-SHOWN
           END-IF.
           IF WS-OC-FROM-TIME(WS-OC-HIT) = SPACES
               MOVE "all day" TO WS-OC-HOURS-SHOWN
           ELSE
               MOVE SPACES TO WS-OC-HOURS-SHOWN
               STRING WS-OC-FROM-TIME(WS-OC-HIT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-OC-TO-TIME(WS-OC-HIT) DELIMITED BY SIZE
                   INTO WS-OC-HOURS-SHOWN
               END-STRING
           END-IF.
           STRING "  " DELIMITED BY SIZE
               WS-OC-DATE(WS-OC-HIT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OC-HOURS-SHOWN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OC-CAMPUS-SHOWN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OC-REASON(WS-OC-HIT)) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.

       LOAD-OFFICE-CLOSURES-PROCEDURE.
           INITIALIZE WS-OC-DATA.

           MOVE "office-closures.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT OFFICE-CLOSURES-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-OC-COUNT >= 100
               READ OFFICE-CLOSURES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OC-COUNT
                       MOVE OFFICE-CLOSURES-RECORD
                           TO WS-OC-TABLE(WS-OC-COUNT)
               END-READ
           END-PERFORM.
           CLOSE OFFICE-CLOSURES-FILE.

      *> Is the office shut for WS-OC-CHECK-CAMPUS on
      *> WS-OC-CHECK-DATE at WS-OC-CHECK-TIME? WS-OC-HIT comes back
      *> as the closure row, 0 when open. A blank check time asks
      *> about the whole day (events carry no time), which only an
      *> all-day closure answers.
       CHECK-OFFICE-CLOSED-PROCEDURE.
           MOVE 0 TO WS-OC-HIT.
           PERFORM LOAD-OFFICE-CLOSURES-PROCEDURE.
           PERFORM VARYING WS-OC-SUBS FROM 1 BY 1
               UNTIL WS-OC-SUBS > WS-OC-COUNT
               IF WS-OC-DATE(WS-OC-SUBS) = WS-OC-CHECK-DATE
                   AND (WS-OC-CAMPUS(WS-OC-SUBS) = SPACES
                   OR WS-OC-CAMPUS(WS-OC-SUBS) = WS-OC-CHECK-CAMPUS)
                   IF WS-OC-FROM-TIME(WS-OC-SUBS) = SPACES
                       OR (WS-OC-CHECK-TIME NOT = SPACES
                       AND WS-OC-CHECK-TIME
                           >= WS-OC-FROM-TIME(WS-OC-SUBS)
                       AND WS-OC-CHECK-TIME
                           < WS-OC-TO-TIME(WS-OC-SUBS))
                       MOVE WS-OC-SUBS TO WS-OC-HIT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       ENTER-OFFICE-CLOSURE-PROCEDURE.
           INITIALIZE OFFICE-CLOSURES-RECORD.

           MOVE "Campus code (blank = every campus):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO OC-CAMPUS.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 8
               MOVE "Closure date (YYYYMMDD):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF NOT (FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 8)
                   MOVE "Please enter the date as YYYYMMDD."
                   TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
               TO OC-DATE.

           MOVE "Closed all day? (Y/N):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) NOT = "Y"
               MOVE "Closed from (HH:MM):" TO TO-OUTPUT-BUF
               PERFORM READ-CLOSURE-TIME-PROCEDURE
               MOVE WS-OC-TIME-IN TO OC-FROM-TIME
               MOVE "Reopens at (HH:MM):" TO TO-OUTPUT-BUF
               PERFORM READ-CLOSURE-TIME-PROCEDURE
               MOVE WS-OC-TIME-IN TO OC-TO-TIME
               IF OC-TO-TIME <= OC-FROM-TIME
                   MOVE "The office has to reopen after it closes" &
                   " - closure not entered." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "Reason (max 60 chars):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO OC-REASON.
           MOVE CURRENT-USER TO OC-ENTERED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OC-ENTERED-DATE.

           OPEN EXTEND OFFICE-CLOSURES-FILE.
           IF OFFICE-CLOSURES-STATUS = "35"
               CLOSE OFFICE-CLOSURES-FILE
               OPEN OUTPUT OFFICE-CLOSURES-FILE
           END-IF.
           WRITE OFFICE-CLOSURES-RECORD.
           CLOSE OFFICE-CLOSURES-FILE.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Entered office closure for " DELIMITED BY SIZE
               OC-DATE DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE OFFICE-CLOSURES-RECORD TO WS-OC-ENTERED.
           PERFORM APPLY-OFFICE-CLOSURE-PROCEDURE.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Closure entered. Bookings cancelled: "
                   DELIMITED BY SIZE
               WS-OC-CANCEL-COUNT DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Prompt already in TO-OUTPUT-BUF; asks until HH:MM is typed.
       READ-CLOSURE-TIME-PROCEDURE.
           MOVE TO-OUTPUT-BUF TO WS-OC-PROMPT.
           PERFORM WITH TEST AFTER
                   UNTIL WS-OC-TIME-IN(1:2) IS NUMERIC
                   AND WS-OC-TIME-IN(3:1) = ":"
                   AND WS-OC-TIME-IN(4:2) IS NUMERIC
               MOVE WS-OC-PROMPT TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OC-TIME-IN
           END-PERFORM.

      *> Walk the advising slots, interviews and events for the
      *> closure just entered (WS-OC-ENTERED) and cancel whatever it
      *> covers. Advising slots go by the advisor's campus,
      *> interviews by the student's, events by the poster's.
       APPLY-OFFICE-CLOSURE-PROCEDURE.
           MOVE 0 TO WS-OC-CANCEL-COUNT.
           PERFORM CLOSE-ADVISING-SLOTS-PROCEDURE.
           PERFORM CLOSE-INTERVIEW-SLOTS-PROCEDURE.
           IF WS-OCE-FROM-TIME = SPACES
               PERFORM CLOSE-EVENTS-PROCEDURE
           END-IF.

      *> Does the entered closure cover WS-OC-CHECK-CAMPUS at
      *> WS-OC-CHECK-TIME? Answer in WS-OC-COVERS-FLAG.
       CHECK-CLOSURE-COVERS-PROCEDURE.
           MOVE 'N' TO WS-OC-COVERS-FLAG.
           IF WS-OCE-CAMPUS NOT = SPACES
               AND WS-OCE-CAMPUS NOT = WS-OC-CHECK-CAMPUS
               EXIT PARAGRAPH
           END-IF.
           IF WS-OCE-FROM-TIME = SPACES
               OR (WS-OC-CHECK-TIME >= WS-OCE-FROM-TIME
               AND WS-OC-CHECK-TIME < WS-OCE-TO-TIME)
               MOVE 'Y' TO WS-OC-COVERS-FLAG
           END-IF.

       CLOSE-ADVISING-SLOTS-PROCEDURE.
           PERFORM LOAD-ADVISING-SLOTS-PROCEDURE.
           MOVE 'N' TO WS-OC-CHANGED-FLAG.
           PERFORM VARYING WS-ADV-SUBS FROM 1 BY 1
               UNTIL WS-ADV-SUBS > WS-ADV-COUNT
               IF WS-ADV-DATE(WS-ADV-SUBS) = WS-OCE-DATE
                   AND WS-ADV-BOOKED-BY(WS-ADV-SUBS) NOT = SPACES
                   MOVE WS-ADV-ADVISOR(WS-ADV-SUBS)
                       TO WS-CAMPUS-LOOKUP-USER
                   PERFORM GET-USER-CAMPUS-PROCEDURE
                   MOVE WS-CAMPUS-LOOKUP-CODE TO WS-OC-CHECK-CAMPUS
                   MOVE WS-ADV-TIME(WS-ADV-SUBS) TO WS-OC-CHECK-TIME
                   PERFORM CHECK-CLOSURE-COVERS-PROCEDURE
                   IF WS-OC-COVERS-FLAG = 'Y'
                       MOVE 'Y' TO WS-OC-CHANGED-FLAG
                       INITIALIZE CLOSURE-CANCELS-RECORD
                       MOVE "ADVISING" TO CC-KIND
                       MOVE WS-ADV-SLOT-ID(WS-ADV-SUBS) TO CC-REF-ID
                       MOVE WS-ADV-TIME(WS-ADV-SUBS) TO CC-SLOT-TIME
                       MOVE WS-ADV-BOOKED-BY(WS-ADV-SUBS) TO CC-STUDENT
                       MOVE WS-ADV-ADVISOR(WS-ADV-SUBS) TO CC-OWNER
                       MOVE WS-ADV-TOPIC(WS-ADV-SUBS) TO CC-DETAIL
                       PERFORM LOG-CLOSURE-CANCEL-PROCEDURE
                       MOVE SPACES TO WS-ADV-BOOKED-BY(WS-ADV-SUBS)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OC-CHANGED-FLAG = 'Y'
               PERFORM SAVE-ADVISING-SLOTS-PROCEDURE
           END-IF.

      *> Offered slots on the day are withdrawn along with confirmed
      *> interviews, so the student cannot pick a time that is gone.
       CLOSE-INTERVIEW-SLOTS-PROCEDURE.
           PERFORM LOAD-INTERVIEWS-FROM-FILE.
           MOVE 'N' TO WS-OC-CHANGED-FLAG.
           PERFORM VARYING WS-OC-SUBS FROM 1 BY 1
               UNTIL WS-OC-SUBS > WS-INT-COUNT
               IF WS-INT-SLOT-DATE(WS-OC-SUBS) = WS-OCE-DATE
                   AND (FUNCTION TRIM(WS-INT-STATUS(WS-OC-SUBS))
                       = "CONFIRMED"
                   OR FUNCTION TRIM(WS-INT-STATUS(WS-OC-SUBS))
                       = "OFFERED")
                   MOVE WS-INT-APPLICANT(WS-OC-SUBS)
                       TO WS-CAMPUS-LOOKUP-USER
                   PERFORM GET-USER-CAMPUS-PROCEDURE
                   MOVE WS-CAMPUS-LOOKUP-CODE TO WS-OC-CHECK-CAMPUS
                   MOVE WS-INT-SLOT-TIME(WS-OC-SUBS)
                       TO WS-OC-CHECK-TIME
                   PERFORM CHECK-CLOSURE-COVERS-PROCEDURE
                   IF WS-OC-COVERS-FLAG = 'Y'
                       MOVE 'Y' TO WS-OC-CHANGED-FLAG
                       INITIALIZE CLOSURE-CANCELS-RECORD
                       MOVE "INTERVIEW" TO CC-KIND
                       MOVE WS-INT-JOB-ID(WS-OC-SUBS) TO CC-REF-ID
                       MOVE WS-INT-SLOT-TIME(WS-OC-SUBS)
                           TO CC-SLOT-TIME
                       MOVE WS-INT-APPLICANT(WS-OC-SUBS) TO CC-STUDENT
                       MOVE WS-INT-POSTER(WS-OC-SUBS) TO CC-OWNER
                       STRING "Job #" DELIMITED BY SIZE
                           WS-INT-JOB-ID(WS-OC-SUBS) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-INT-STATUS(WS-OC-SUBS))
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO CC-DETAIL
                       END-STRING
                       PERFORM LOG-CLOSURE-CANCEL-PROCEDURE
                       MOVE "CANCELLED" TO WS-INT-STATUS(WS-OC-SUBS)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OC-CHANGED-FLAG = 'Y'
               PERFORM SAVE-INTERVIEWS-TO-FILE
           END-IF.

      *> Events carry no time of day, so only an all-day closure
      *> calls one off. The event and its RSVPs come off file; the
      *> poster and everyone who said they were coming are told.
       CLOSE-EVENTS-PROCEDURE.
           PERFORM LOAD-EVENTS-FROM-FILE.
           PERFORM LOAD-RSVPS-FROM-FILE.
           MOVE 'N' TO WS-OC-CHANGED-FLAG.
           MOVE 0 TO K.
           PERFORM VARYING WS-OC-SUBS FROM 1 BY 1
               UNTIL WS-OC-SUBS > WS-EVENT-COUNT
               MOVE 'N' TO WS-OC-COVERS-FLAG
               IF WS-EVENT-DATE(WS-OC-SUBS) = WS-OCE-DATE
                   MOVE WS-EVENT-POSTED-BY(WS-OC-SUBS)
                       TO WS-CAMPUS-LOOKUP-USER
                   PERFORM GET-USER-CAMPUS-PROCEDURE
                   MOVE WS-CAMPUS-LOOKUP-CODE TO WS-OC-CHECK-CAMPUS
                   MOVE SPACES TO WS-OC-CHECK-TIME
                   PERFORM CHECK-CLOSURE-COVERS-PROCEDURE
               END-IF
               IF WS-OC-COVERS-FLAG = 'Y'
                   MOVE 'Y' TO WS-OC-CHANGED-FLAG
                   PERFORM CANCEL-EVENT-RSVPS-PROCEDURE
                   INITIALIZE CLOSURE-CANCELS-RECORD
                   MOVE "EVENT" TO CC-KIND
                   MOVE WS-EVENT-ID(WS-OC-SUBS) TO CC-REF-ID
                   MOVE WS-EVENT-POSTED-BY(WS-OC-SUBS) TO CC-OWNER
                   MOVE WS-EVENT-NAME(WS-OC-SUBS) TO CC-DETAIL
                   PERFORM LOG-CLOSURE-CANCEL-PROCEDURE
               ELSE
                   ADD 1 TO K
                   MOVE WS-EVENTS-TABLE(WS-OC-SUBS)
                       TO WS-EVENTS-TABLE(K)
               END-IF
           END-PERFORM.
           IF WS-OC-CHANGED-FLAG = 'Y'
               MOVE K TO WS-EVENT-COUNT
               PERFORM SAVE-EVENTS-TO-FILE
               PERFORM SAVE-RSVPS-TO-FILE
           END-IF.

      *> Each RSVP to event row WS-OC-SUBS gets its own cancellation
      *> line and notice, then is dropped from the RSVP table.
       CANCEL-EVENT-RSVPS-PROCEDURE.
           MOVE 0 TO J.
           PERFORM VARYING WS-OC-RSVP-SUBS FROM 1 BY 1
               UNTIL WS-OC-RSVP-SUBS > WS-RSVP-COUNT
               IF WS-RSVP-EVENT-ID(WS-OC-RSVP-SUBS)
                   = WS-EVENT-ID(WS-OC-SUBS)
                   INITIALIZE CLOSURE-CANCELS-RECORD
                   MOVE "EVENT RSVP" TO CC-KIND
                   MOVE WS-EVENT-ID(WS-OC-SUBS) TO CC-REF-ID
                   MOVE WS-RSVP-USERNAME(WS-OC-RSVP-SUBS)
                       TO CC-STUDENT
                   MOVE WS-EVENT-NAME(WS-OC-SUBS) TO CC-DETAIL
                   PERFORM LOG-CLOSURE-CANCEL-PROCEDURE
               ELSE
                   ADD 1 TO J
                   MOVE WS-RSVPS-TABLE(WS-OC-RSVP-SUBS)
                       TO WS-RSVPS-TABLE(J)
               END-IF
           END-PERFORM.
           MOVE J TO WS-RSVP-COUNT.

      *> Append CLOSURE-CANCELS-RECORD (kind, reference and people
      *> already filled in) under the entered closure, and notify
      *> the student and the owner named on it.
       LOG-CLOSURE-CANCEL-PROCEDURE.
           MOVE WS-OCE-DATE TO CC-CLOSURE-DATE.
           MOVE WS-OCE-CAMPUS TO CC-CLOSURE-CAMPUS.
           MOVE WS-OCE-FROM-TIME TO CC-CLOSURE-FROM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CC-CANCELLED-DATE.
           ADD 1 TO WS-OC-CANCEL-COUNT.

           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING "The office is closed on " DELIMITED BY SIZE
               WS-OCE-DATE DELIMITED BY SIZE
               " - cancelled: " DELIMITED BY SIZE
               FUNCTION TRIM(CC-KIND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CC-SLOT-TIME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CC-DETAIL) DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.
           IF CC-STUDENT NOT = SPACES
               MOVE CC-STUDENT TO NOTIF-TARGET-USER
               PERFORM POST-NOTIFICATION-PROCEDURE
           END-IF.
           IF CC-OWNER NOT = SPACES
               MOVE CC-OWNER TO NOTIF-TARGET-USER
               PERFORM POST-NOTIFICATION-PROCEDURE
           END-IF.

           OPEN EXTEND CLOSURE-CANCELS-FILE.
           IF CLOSURE-CANCELS-STATUS = "35"
               CLOSE CLOSURE-CANCELS-FILE
               OPEN OUTPUT CLOSURE-CANCELS-FILE
           END-IF.
           WRITE CLOSURE-CANCELS-RECORD.
           CLOSE CLOSURE-CANCELS-FILE.

           IF CC-KIND = "INTERVIEW" OR CC-KIND = "EVENT RSVP"
               MOVE CC-KIND(1:1) TO WS-ACC-NEW-KIND
               MOVE CC-REF-ID TO WS-ACC-NEW-REF-ID
               MOVE CC-STUDENT TO WS-ACC-MATCH-STUDENT
               PERFORM WITHDRAW-ACCOMMODATION-PROCEDURE
           END-IF.

      *> A student who needs an interpreter, a step-free room, extra
      *> time and so on says so when they RSVP or confirm an
      *> interview. The caller fills the WS-ACC-NEW fields with what
      *> the request hangs off. Only the organizer or poster and
      *> career services ever see the need itself; career services
      *> moves it from REQUESTED to ARRANGED or UNABLE.
       OFFER-ACCOMMODATION-PROCEDURE.
           MOVE "Do you need an accessibility accommodation (for" &
           " example an interpreter, a step-free room or extra time)?"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "(Y/N):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE "Describe what you need (max 100 chars):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-ACCOMMODATIONS-PROCEDURE.
           IF WS-ACC-COUNT >= 200
               MOVE "Accommodation requests cannot be taken right" &
               " now - please contact career services directly."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ACC-NEXT-ID.
           PERFORM VARYING WS-ACC-SUBS FROM 1 BY 1
               UNTIL WS-ACC-SUBS > WS-ACC-COUNT
               IF WS-ACC-ID(WS-ACC-SUBS) > WS-ACC-NEXT-ID
                   MOVE WS-ACC-ID(WS-ACC-SUBS) TO WS-ACC-NEXT-ID
               END-IF
           END-PERFORM.
           ADD 1 TO WS-ACC-NEXT-ID.

           ADD 1 TO WS-ACC-COUNT.
           INITIALIZE WS-ACC-TABLE(WS-ACC-COUNT).
           MOVE WS-ACC-NEXT-ID TO WS-ACC-ID(WS-ACC-COUNT).
           MOVE WS-ACC-NEW-KIND TO WS-ACC-KIND(WS-ACC-COUNT).
           MOVE WS-ACC-NEW-REF-ID TO WS-ACC-REF-ID(WS-ACC-COUNT).
           MOVE WS-ACC-NEW-DATE TO WS-ACC-DATE(WS-ACC-COUNT).
           MOVE WS-ACC-NEW-TIME TO WS-ACC-TIME(WS-ACC-COUNT).
           MOVE CURRENT-USER TO WS-ACC-STUDENT(WS-ACC-COUNT).
           MOVE WS-ACC-NEW-OWNER TO WS-ACC-OWNER(WS-ACC-COUNT).
           MOVE WS-ACC-NEW-LABEL TO WS-ACC-LABEL(WS-ACC-COUNT).
           MOVE FUNCTION TRIM(INPUT-RECORD)
               TO WS-ACC-NEED(WS-ACC-COUNT).
           MOVE "REQUESTED" TO WS-ACC-STATUS(WS-ACC-COUNT).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-ACC-REQUESTED-DATE(WS-ACC-COUNT).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-ACCOMMODATIONS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACC-NEW-OWNER TO NOTIF-TARGET-USER.
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
               " asked for an accommodation for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACC-NEW-LABEL) DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.
           PERFORM POST-NOTIFICATION-PROCEDURE.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE "Requested accessibility accommodation"
               TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Your request is with career services - you will be" &
           " notified once it is arranged." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       LOAD-ACCOMMODATIONS-PROCEDURE.
           INITIALIZE WS-ACC-DATA.

           MOVE "accommodations.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOMMODATIONS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-ACC-COUNT >= 200
               READ ACCOMMODATIONS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACC-COUNT
                       MOVE ACCOMMODATIONS-RECORD
                           TO WS-ACC-TABLE(WS-ACC-COUNT)
               END-READ
           END-PERFORM.
           CLOSE ACCOMMODATIONS-FILE.

       SAVE-ACCOMMODATIONS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ACCOMMODATIONS-FILE.
           PERFORM VARYING WS-ACC-SUBS FROM 1 BY 1
               UNTIL WS-ACC-SUBS > WS-ACC-COUNT
               MOVE WS-ACC-TABLE(WS-ACC-SUBS) TO ACCOMMODATIONS-RECORD
               WRITE ACCOMMODATIONS-RECORD
           END-PERFORM.
           CLOSE ACCOMMODATIONS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> The RSVP or interview a request hangs off has gone away
      *> (WS-ACC-NEW-KIND / REF-ID for WS-ACC-MATCH-STUDENT), so any
      *> request still open against it is withdrawn.
       WITHDRAW-ACCOMMODATION-PROCEDURE.
           PERFORM LOAD-ACCOMMODATIONS-PROCEDURE.
           MOVE 'N' TO WS-ACC-CHANGED-FLAG.
           PERFORM VARYING WS-ACC-SUBS FROM 1 BY 1
               UNTIL WS-ACC-SUBS > WS-ACC-COUNT
               IF WS-ACC-KIND(WS-ACC-SUBS) = WS-ACC-NEW-KIND
                   AND WS-ACC-REF-ID(WS-ACC-SUBS) = WS-ACC-NEW-REF-ID
                   AND WS-ACC-STUDENT(WS-ACC-SUBS)
                       = WS-ACC-MATCH-STUDENT
                   AND WS-ACC-STATUS(WS-ACC-SUBS) NOT = "WITHDRAWN"
                   MOVE "WITHDRAWN" TO WS-ACC-STATUS(WS-ACC-SUBS)
                   MOVE CURRENT-USER TO WS-ACC-UPDATED-BY(WS-ACC-SUBS)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-ACC-UPDATED-DATE(WS-ACC-SUBS)
                   MOVE 'Y' TO WS-ACC-CHANGED-FLAG
               END-IF
           END-PERFORM.
           IF WS-ACC-CHANGED-FLAG = 'Y'
               PERFORM SAVE-ACCOMMODATIONS-TO-FILE
           END-IF.

      *> Under a poster's interview line: any accommodation asked
      *> for it (job WS-ACC-NEW-REF-ID, student
      *> WS-ACC-MATCH-STUDENT). The table is loaded by the caller.
       SHOW-INTERVIEW-ACCOMMODATION-PROCEDURE.
           PERFORM VARYING WS-ACC-SUBS FROM 1 BY 1
               UNTIL WS-ACC-SUBS > WS-ACC-COUNT
               IF WS-ACC-KIND(WS-ACC-SUBS) = "I"
                   AND WS-ACC-REF-ID(WS-ACC-SUBS) = WS-ACC-NEW-REF-ID
                   AND WS-ACC-STUDENT(WS-ACC-SUBS)
                       = WS-ACC-MATCH-STUDENT
                   AND WS-ACC-STATUS(WS-ACC-SUBS) NOT = "WITHDRAWN"
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "   Accommodation [" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ACC-STATUS(WS-ACC-SUBS))
                           DELIMITED BY SIZE
                       "]: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ACC-NEED(WS-ACC-SUBS))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.

      *> Career services' queue: every request still to come (today
      *> on), open ones flagged, and the status of any one changed.
       ACCOMMODATION-QUEUE-PROCEDURE.
           MOVE "--- Accommodation Requests ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-ACCOMMODATIONS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           MOVE 'N' TO WS-ACC-LISTED-FLAG.
           PERFORM VARYING WS-ACC-SUBS FROM 1 BY 1
               UNTIL WS-ACC-SUBS > WS-ACC-COUNT
               IF WS-ACC-DATE(WS-ACC-SUBS) >= WS-TODAY-DATE
                   AND WS-ACC-STATUS(WS-ACC-SUBS) NOT = "WITHDRAWN"
                   MOVE 'Y' TO WS-ACC-LISTED-FLAG
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "(#" DELIMITED BY SIZE
                       WS-ACC-SUBS DELIMITED BY SIZE
                       ") [" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ACC-STATUS(WS-ACC-SUBS))
                           DELIMITED BY SIZE
                       "] " DELIMITED BY SIZE
                       WS-ACC-DATE(WS-ACC-SUBS) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ACC-TIME(WS-ACC-SUBS) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ACC-LABEL(WS-ACC-SUBS))
                           DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ACC-STUDENT(WS-ACC-SUBS))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "     Needs: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ACC-NEED(WS-ACC-SUBS))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
           IF WS-ACC-LISTED-FLAG = 'N'
               MOVE "No accommodation requests coming up."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Enter a request # to update, or 0 to go back:"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE 0 TO WS-ACC-CHOICE.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-ACC-CHOICE
           END-IF.
           IF WS-ACC-CHOICE < 1 OR WS-ACC-CHOICE > WS-ACC-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACC-STATUS(WS-ACC-CHOICE) = "WITHDRAWN"
               EXIT PARAGRAPH
           END-IF.

           MOVE "1) Arranged  2) Unable to Arrange  3) Back to" &
           " Requested" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                   MOVE "ARRANGED" TO WS-ACC-STATUS(WS-ACC-CHOICE)
               WHEN "2"
                   MOVE "UNABLE" TO WS-ACC-STATUS(WS-ACC-CHOICE)
               WHEN "3"
                   MOVE "REQUESTED" TO WS-ACC-STATUS(WS-ACC-CHOICE)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE CURRENT-USER TO WS-ACC-UPDATED-BY(WS-ACC-CHOICE).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-ACC-UPDATED-DATE(WS-ACC-CHOICE).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-ACCOMMODATIONS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING "Accommodation for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACC-LABEL(WS-ACC-CHOICE))
                   DELIMITED BY SIZE
               " is now " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACC-STATUS(WS-ACC-CHOICE))
                   DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.
           MOVE WS-ACC-STUDENT(WS-ACC-CHOICE) TO NOTIF-TARGET-USER.
           PERFORM POST-NOTIFICATION-PROCEDURE.
           IF WS-ACC-OWNER(WS-ACC-CHOICE) NOT = CURRENT-USER
               MOVE WS-ACC-OWNER(WS-ACC-CHOICE) TO NOTIF-TARGET-USER
               PERFORM POST-NOTIFICATION-PROCEDURE
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Set accommodation " DELIMITED BY SIZE
               WS-ACC-ID(WS-ACC-CHOICE) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACC-STATUS(WS-ACC-CHOICE))
                   DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Request updated." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> The checklist career services holds students to. With no
      *> milestones.txt yet the standing advice is the list: review
      *> the resume, see an advisor, attend a fair, complete two
      *> skills and land an interview before senior year, and accept
      *> a placement by graduation. Saving any change writes it out.
       LOAD-MILESTONES-PROCEDURE.
           INITIALIZE WS-MS-DATA.

           MOVE "milestones.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               PERFORM SEED-MILESTONES-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT MILESTONES-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-MS-COUNT >= 20
               READ MILESTONES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MS-COUNT
                       MOVE MILESTONES-RECORD
                           TO WS-MS-TABLE(WS-MS-COUNT)
               END-READ
           END-PERFORM.
           CLOSE MILESTONES-FILE.

       SEED-MILESTONES-PROCEDURE.
           MOVE 6 TO WS-MS-COUNT.
           MOVE 1 TO WS-MS-ID(1).
           MOVE "Resume reviewed by an advisor" TO WS-MS-NAME(1).
           MOVE "RESUME" TO WS-MS-SOURCE(1).
           MOVE 2 TO WS-MS-ID(2).
           MOVE "Visited a career advisor" TO WS-MS-NAME(2).
           MOVE "ADVISING" TO WS-MS-SOURCE(2).
           MOVE 3 TO WS-MS-ID(3).
           MOVE "Attended a career fair or event" TO WS-MS-NAME(3).
           MOVE "EVENT" TO WS-MS-SOURCE(3).
           MOVE 4 TO WS-MS-ID(4).
           MOVE "Completed two skills" TO WS-MS-NAME(4).
           MOVE "SKILLS" TO WS-MS-SOURCE(4).
           MOVE 5 TO WS-MS-ID(5).
           MOVE "Landed an interview" TO WS-MS-NAME(5).
           MOVE "INTERVIEW" TO WS-MS-SOURCE(5).
           MOVE 6 TO WS-MS-ID(6).
           MOVE "Accepted a placement" TO WS-MS-NAME(6).
           MOVE "PLACEMENT" TO WS-MS-SOURCE(6).
           PERFORM VARYING WS-MS-SUBS FROM 1 BY 1
               UNTIL WS-MS-SUBS > 6
               MOVE 1 TO WS-MS-TARGET(WS-MS-SUBS)
               MOVE 1 TO WS-MS-DUE-YEARS(WS-MS-SUBS)
               MOVE 'N' TO WS-MS-RETIRED-FLAG(WS-MS-SUBS)
           END-PERFORM.
           MOVE 2 TO WS-MS-TARGET(4).
           MOVE 0 TO WS-MS-DUE-YEARS(6).

       SAVE-MILESTONES-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MILESTONES-FILE.
           PERFORM VARYING WS-MS-SUBS FROM 1 BY 1
               UNTIL WS-MS-SUBS > WS-MS-COUNT
               MOVE WS-MS-TABLE(WS-MS-SUBS) TO MILESTONES-RECORD
               WRITE MILESTONES-RECORD
           END-PERFORM.
           CLOSE MILESTONES-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Career services keeps the milestone list: a milestone is
      *> added or changed by number, or retired (and restored).
      *> Numbers are never reused, so a retired milestone's history
      *> on old transcripts keeps its meaning.
       CAREER-MILESTONES-PROCEDURE.
           MOVE "--- Career Milestones ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-MILESTONES-PROCEDURE.

           PERFORM VARYING WS-MS-SUBS FROM 1 BY 1
               UNTIL WS-MS-SUBS > WS-MS-COUNT
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING WS-MS-ID(WS-MS-SUBS) DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   WS-MS-NAME(WS-MS-SUBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MS-SOURCE(WS-MS-SUBS) DELIMITED BY SIZE
                   " x" DELIMITED BY SIZE
                   WS-MS-TARGET(WS-MS-SUBS) DELIMITED BY SIZE
                   ", due " DELIMITED BY SIZE
                   WS-MS-DUE-YEARS(WS-MS-SUBS) DELIMITED BY SIZE
                   " yr before graduation" DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               IF WS-MS-RETIRED-FLAG(WS-MS-SUBS) = 'Y'
                   MOVE SPACES TO TO-OUTPUT-BUF(100:)
                   MOVE "(retired)" TO TO-OUTPUT-BUF(100:9)
               END-IF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-PERFORM.

           MOVE "1) Add or Change a Milestone  2) Retire or Restore" &
           " a Milestone  0) Back" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE INPUT-RECORD(1:1) TO INPUT-CHOICE-BUF.
           IF INPUT-CHOICE-BUF NOT = "1" AND INPUT-CHOICE-BUF NOT = "2"
               EXIT PARAGRAPH
           END-IF.

           MOVE "Milestone number (1-99):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE 0 TO WS-MS-ID-IN.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) <= 2
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-MS-ID-IN
           END-IF.
           IF WS-MS-ID-IN = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MS-HIT.
           PERFORM VARYING WS-MS-SUBS FROM 1 BY 1
               UNTIL WS-MS-SUBS > WS-MS-COUNT
               IF WS-MS-ID(WS-MS-SUBS) = WS-MS-ID-IN
                   MOVE WS-MS-SUBS TO WS-MS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF INPUT-CHOICE-BUF = "2"
               PERFORM RETIRE-MILESTONE-PROCEDURE
           ELSE
               PERFORM EDIT-MILESTONE-PROCEDURE
           END-IF.

       RETIRE-MILESTONE-PROCEDURE.
           IF WS-MS-HIT = 0
               MOVE "No such milestone on file." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           IF WS-MS-RETIRED-FLAG(WS-MS-HIT) = 'Y'
               MOVE 'N' TO WS-MS-RETIRED-FLAG(WS-MS-HIT)
           ELSE
               MOVE 'Y' TO WS-MS-RETIRED-FLAG(WS-MS-HIT)
           END-IF.
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-MILESTONES-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           IF WS-MS-RETIRED-FLAG(WS-MS-HIT) = 'Y'
               STRING "Retired career milestone " DELIMITED BY SIZE
                   WS-MS-ID-IN DELIMITED BY SIZE
                   INTO AUDIT-ACTION-TEXT
               END-STRING
           ELSE
               STRING "Restored career milestone " DELIMITED BY SIZE
                   WS-MS-ID-IN DELIMITED BY SIZE
                   INTO AUDIT-ACTION-TEXT
               END-STRING
           END-IF.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           IF WS-MS-RETIRED-FLAG(WS-MS-HIT) = 'Y'
               MOVE "Milestone retired." TO TO-OUTPUT-BUF
           ELSE
               MOVE "Milestone restored." TO TO-OUTPUT-BUF
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       EDIT-MILESTONE-PROCEDURE.
           IF WS-MS-HIT = 0
               IF WS-MS-COUNT >= 20
                   MOVE "The milestone list is full - change or" &
                   " retire one instead." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MS-COUNT
               MOVE WS-MS-COUNT TO WS-MS-HIT
               INITIALIZE WS-MS-TABLE(WS-MS-HIT)
               MOVE WS-MS-ID-IN TO WS-MS-ID(WS-MS-HIT)
               MOVE "RESUME" TO WS-MS-SOURCE(WS-MS-HIT)
               MOVE 1 TO WS-MS-TARGET(WS-MS-HIT)
               MOVE 1 TO WS-MS-DUE-YEARS(WS-MS-HIT)
               MOVE 'N' TO WS-MS-RETIRED-FLAG(WS-MS-HIT)
           END-IF.

           MOVE "Milestone name (blank to keep):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               MOVE FUNCTION TRIM(INPUT-RECORD)
                   TO WS-MS-NAME(WS-MS-HIT)
           END-IF.

           MOVE "Met by - 1) Resume review  2) Advising visit" &
           "  3) Event check-in  4) Skills  5) Interview" &
           "  6) Placement (blank to keep):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           EVALUATE FUNCTION TRIM(INPUT-RECORD)
               WHEN "1"
                   MOVE "RESUME" TO WS-MS-SOURCE(WS-MS-HIT)
               WHEN "2"
                   MOVE "ADVISING" TO WS-MS-SOURCE(WS-MS-HIT)
               WHEN "3"
                   MOVE "EVENT" TO WS-MS-SOURCE(WS-MS-HIT)
               WHEN "4"
                   MOVE "SKILLS" TO WS-MS-SOURCE(WS-MS-HIT)
               WHEN "5"
                   MOVE "INTERVIEW" TO WS-MS-SOURCE(WS-MS-HIT)
               WHEN "6"
                   MOVE "PLACEMENT" TO WS-MS-SOURCE(WS-MS-HIT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE "How many are needed to meet it (blank to keep):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) <= 2
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) > 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-MS-TARGET(WS-MS-HIT)
           END-IF.

           MOVE "Due how many years before graduation - 1 = before" &
           " senior year, 0 = by graduation (blank to keep):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 1
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-MS-DUE-YEARS(WS-MS-HIT)
           END-IF.

           IF WS-MS-NAME(WS-MS-HIT) = SPACES
               MOVE WS-MS-SOURCE(WS-MS-HIT) TO WS-MS-NAME(WS-MS-HIT)
           END-IF.

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-MILESTONES-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Saved career milestone " DELIMITED BY SIZE
               WS-MS-ID-IN DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Milestone saved - checklists pick it up on the next" &
           " nightly run." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> The student's own checklist, as the nightly tracker last
      *> marked it. A milestone is due on the August 1 that falls
      *> MS-DUE-YEARS years before the graduation year - the start
      *> of senior year for a due of 1.
       MY-MILESTONES-PROCEDURE.
           MOVE "--- My Career Milestones ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-MILESTONES-PROCEDURE.

           INITIALIZE WS-SM-DATA.
           MOVE 0 TO WS-SM-CHECKED-DATE.
           MOVE "student-milestones.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-PRESENT
               OPEN INPUT STUDENT-MILESTONES-FILE
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE OR WS-SM-COUNT >= 20
                   READ STUDENT-MILESTONES-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SM-USERNAME = CURRENT-USER
                               ADD 1 TO WS-SM-COUNT
                               MOVE SM-MILESTONE-ID
                                   TO WS-SM-MILESTONE-ID(WS-SM-COUNT)
                               MOVE SM-PROGRESS
                                   TO WS-SM-PROGRESS(WS-SM-COUNT)
                               MOVE SM-DONE-DATE
                                   TO WS-SM-DONE-DATE(WS-SM-COUNT)
                               MOVE SM-CHECKED-DATE
                                   TO WS-SM-CHECKED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MILESTONES-FILE
           END-IF.

           MOVE USER-GRADUATION-YEAR(LOGGED-IN-RANK)
               TO WS-SM-GRAD-YEAR.
           MOVE 0 TO WS-SM-DONE-TALLY.
           MOVE 0 TO WS-SM-LIVE-TALLY.
           PERFORM VARYING WS-MS-SUBS FROM 1 BY 1
               UNTIL WS-MS-SUBS > WS-MS-COUNT
               IF WS-MS-RETIRED-FLAG(WS-MS-SUBS) NOT = 'Y'
                   PERFORM SHOW-MY-MILESTONE-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING WS-SM-DONE-TALLY DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               WS-SM-LIVE-TALLY DELIMITED BY SIZE
               " milestones met." DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-SM-CHECKED-DATE = 0
               MOVE "Your checklist is marked nightly from your" &
               " activity on file - check back tomorrow."
                   TO TO-OUTPUT-BUF
           ELSE
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Marked from your activity on file as of "
                       DELIMITED BY SIZE
                   WS-SM-CHECKED-DATE DELIMITED BY SIZE
                   "; your printable transcript is cocurricular_"
                       DELIMITED BY SIZE
                   FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       SHOW-MY-MILESTONE-PROCEDURE.
           ADD 1 TO WS-SM-LIVE-TALLY.
           MOVE 0 TO WS-SM-HIT.
           PERFORM VARYING WS-SM-SUBS FROM 1 BY 1
               UNTIL WS-SM-SUBS > WS-SM-COUNT
               IF WS-SM-MILESTONE-ID(WS-SM-SUBS) = WS-MS-ID(WS-MS-SUBS)
                   MOVE WS-SM-SUBS TO WS-SM-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO TO-OUTPUT-BUF.
           IF WS-SM-HIT > 0
               AND WS-SM-DONE-DATE(WS-SM-HIT) NOT = 0
               ADD 1 TO WS-SM-DONE-TALLY
               STRING "[X] " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MS-NAME(WS-MS-SUBS))
                       DELIMITED BY SIZE
                   " - met " DELIMITED BY SIZE
                   WS-SM-DONE-DATE(WS-SM-HIT) DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-SM-PROGRESS-TEXT.
           IF WS-MS-TARGET(WS-MS-SUBS) > 1 AND WS-SM-HIT > 0
               STRING " - " DELIMITED BY SIZE
                   WS-SM-PROGRESS(WS-SM-HIT) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   WS-MS-TARGET(WS-MS-SUBS) DELIMITED BY SIZE
                   INTO WS-SM-PROGRESS-TEXT
               END-STRING
           END-IF.
           MOVE SPACES TO WS-SM-DUE-TEXT.
           IF WS-SM-GRAD-YEAR > WS-MS-DUE-YEARS(WS-MS-SUBS)
               COMPUTE WS-MS-DUE-DATE =
                   (WS-SM-GRAD-YEAR - WS-MS-DUE-YEARS(WS-MS-SUBS))
                   * 10000 + 801
               IF WS-MS-DUE-DATE <= WS-TODAY-DATE
                   STRING " - overdue since " DELIMITED BY SIZE
                       WS-MS-DUE-DATE DELIMITED BY SIZE
                       INTO WS-SM-DUE-TEXT
                   END-STRING
               ELSE
                   STRING " - due by " DELIMITED BY SIZE
                       WS-MS-DUE-DATE DELIMITED BY SIZE
                       INTO WS-SM-DUE-TEXT
                   END-STRING
               END-IF
           END-IF.
           STRING "[ ] " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MS-NAME(WS-MS-SUBS)) DELIMITED BY SIZE
               FUNCTION TRIM(WS-SM-PROGRESS-TEXT TRAILING)
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-SM-DUE-TEXT TRAILING)
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Checklist rows follow the account: a rename carries them to
      *> the new username and a deletion drops them, streamed through
      *> the work file like the self-identification rows.
       REWRITE-USER-MILESTONES-PROCEDURE.
           MOVE "student-milestones.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PRUNE-WORK-FILE.
           OPEN INPUT STUDENT-MILESTONES-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ STUDENT-MILESTONES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(SM-USERNAME)
                           = FUNCTION TRIM(WS-OLD-USERNAME)
                           AND MILESTONE-REMOVE-ROWS
                           CONTINUE
                       ELSE
                           IF FUNCTION TRIM(SM-USERNAME)
                               = FUNCTION TRIM(WS-OLD-USERNAME)
                               MOVE WS-NEW-USERNAME TO SM-USERNAME
                           END-IF
                           MOVE SPACES TO PRUNE-WORK-RECORD
                           MOVE STUDENT-MILESTONES-RECORD
                               TO PRUNE-WORK-RECORD(1:41)
                           WRITE PRUNE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MILESTONES-FILE.
           CLOSE PRUNE-WORK-FILE.

           OPEN INPUT PRUNE-WORK-FILE.
           OPEN OUTPUT STUDENT-MILESTONES-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ PRUNE-WORK-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PRUNE-WORK-RECORD(1:41)
                           TO STUDENT-MILESTONES-RECORD
                       WRITE STUDENT-MILESTONES-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRUNE-WORK-FILE.
           CLOSE STUDENT-MILESTONES-FILE.

           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       LOAD-CASELOAD-RULES-PROCEDURE.
           INITIALIZE WS-CR-DATA.

           MOVE "caseload-rules.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CASELOAD-RULES-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-CR-COUNT >= 50
               READ CASELOAD-RULES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CR-COUNT
                       MOVE CASELOAD-RULES-RECORD
                           TO WS-CR-TABLE(WS-CR-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CASELOAD-RULES-FILE.

       SAVE-CASELOAD-RULES-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CASELOAD-RULES-FILE.
           PERFORM VARYING WS-CR-SUBS FROM 1 BY 1
               UNTIL WS-CR-SUBS > WS-CR-COUNT
               MOVE WS-CR-TABLE(WS-CR-SUBS) TO CASELOAD-RULES-RECORD
               WRITE CASELOAD-RULES-RECORD
           END-PERFORM.
           CLOSE CASELOAD-RULES-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       LOAD-CASELOADS-PROCEDURE.
           INITIALIZE WS-CSL-DATA.

           MOVE "caseloads.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CASELOADS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-CSL-COUNT >= 300
               READ CASELOADS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CSL-COUNT
                       MOVE CASELOADS-RECORD
                           TO WS-CSL-TABLE(WS-CSL-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CASELOADS-FILE.

       SAVE-CASELOADS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CASELOADS-FILE.
           PERFORM VARYING WS-CSL-SUBS FROM 1 BY 1
               UNTIL WS-CSL-SUBS > WS-CSL-COUNT
               MOVE WS-CSL-TABLE(WS-CSL-SUBS) TO CASELOADS-RECORD
               WRITE CASELOADS-RECORD
           END-PERFORM.
           CLOSE CASELOADS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Is WS-CSL-CHECK-NAME a live career-services account that can
      *> carry a caseload? Answer in WS-CSL-ADVISOR-OK-FLAG.
       CHECK-CASELOAD-ADVISOR-PROCEDURE.
           MOVE 'N' TO WS-CSL-ADVISOR-OK-FLAG.
           PERFORM VARYING WS-CSL-RANK FROM 1 BY 1
               UNTIL WS-CSL-RANK > USER-COUNT
               IF FUNCTION TRIM(USER-USERNAME(WS-CSL-RANK))
                   = FUNCTION TRIM(WS-CSL-CHECK-NAME)
                   IF USER-ROLE(WS-CSL-RANK) = 'C'
                       AND USER-ACCOUNT-STATUS(WS-CSL-RANK) = 'A'
                       MOVE 'Y' TO WS-CSL-ADVISOR-OK-FLAG
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> WS-CSL-HIT = the caseload row for WS-CSL-STUDENT-IN, 0 if the
      *> student is not on anyone's caseload yet.
       FIND-CASELOAD-ROW-PROCEDURE.
           MOVE 0 TO WS-CSL-HIT.
           PERFORM VARYING WS-CSL-SUBS FROM 1 BY 1
               UNTIL WS-CSL-SUBS > WS-CSL-COUNT
               IF FUNCTION TRIM(WS-CSL-STUDENT(WS-CSL-SUBS))
                   = FUNCTION TRIM(WS-CSL-STUDENT-IN)
                   MOVE WS-CSL-SUBS TO WS-CSL-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Places the student at USER-TABLE row WS-CSL-RANK-IN against
      *> the rules, in the caseload table already loaded. The rules
      *> are tried in order and the first whose major, campus and
      *> graduation year all fit (blank or zero = any) - and whose
      *> advisor is still a live career-services account - wins.
      *> A hand placement (CL-HOW M) is left alone, and so is a
      *> student no rule fits. WS-CSL-CHANGED-FLAG says whether the
      *> table needs saving.
       PLACE-ON-CASELOAD-PROCEDURE.
           MOVE USER-USERNAME(WS-CSL-RANK-IN) TO WS-CSL-STUDENT-IN.
           PERFORM FIND-CASELOAD-ROW-PROCEDURE.
           IF WS-CSL-HIT > 0
               IF WS-CSL-HOW(WS-CSL-HIT) = 'M'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE USER-USERNAME(WS-CSL-RANK-IN) TO WS-CAMPUS-LOOKUP-USER.
           PERFORM GET-USER-CAMPUS-PROCEDURE.

           MOVE SPACES TO WS-CSL-PICKED.
           PERFORM VARYING WS-CR-SUBS FROM 1 BY 1
               UNTIL WS-CR-SUBS > WS-CR-COUNT
               IF (WS-CR-MAJOR(WS-CR-SUBS) = SPACES
                   OR FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CR-MAJOR(WS-CR-SUBS)))
                   = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(USER-MAJOR(WS-CSL-RANK-IN))))
                   AND (WS-CR-CAMPUS(WS-CR-SUBS) = SPACES
                   OR WS-CR-CAMPUS(WS-CR-SUBS)
                       = WS-CAMPUS-LOOKUP-CODE)
                   AND (WS-CR-GRAD-YEAR(WS-CR-SUBS) = 0
                   OR WS-CR-GRAD-YEAR(WS-CR-SUBS)
                       = USER-GRADUATION-YEAR(WS-CSL-RANK-IN))
                   MOVE WS-CR-ADVISOR(WS-CR-SUBS) TO WS-CSL-CHECK-NAME
                   PERFORM CHECK-CASELOAD-ADVISOR-PROCEDURE
                   IF WS-CSL-ADVISOR-OK-FLAG = 'Y'
                       MOVE WS-CR-ADVISOR(WS-CR-SUBS) TO WS-CSL-PICKED
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CSL-PICKED = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-CSL-HIT > 0
               IF WS-CSL-ADVISOR(WS-CSL-HIT) = WS-CSL-PICKED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CSL-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CSL-COUNT
               MOVE WS-CSL-COUNT TO WS-CSL-HIT
               MOVE WS-CSL-STUDENT-IN TO WS-CSL-STUDENT(WS-CSL-HIT)
           END-IF.
           MOVE WS-CSL-PICKED TO WS-CSL-ADVISOR(WS-CSL-HIT).
           MOVE 'R' TO WS-CSL-HOW(WS-CSL-HIT).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CSL-ASSIGNED-DATE(WS-CSL-HIT).
           MOVE 'Y' TO WS-CSL-CHANGED-FLAG.

      *> Automatic placement for one student (USER-TABLE row
      *> WS-CSL-RANK-IN) - run at sign-up and again whenever the
      *> profile is saved, since major and graduation year only
      *> arrive with the profile.
       ASSIGN-CASELOAD-PROCEDURE.
           PERFORM LOAD-CASELOAD-RULES-PROCEDURE.
           IF WS-CR-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CASELOADS-PROCEDURE.
           MOVE 'N' TO WS-CSL-CHANGED-FLAG.
           PERFORM PLACE-ON-CASELOAD-PROCEDURE.
           IF WS-CSL-CHANGED-FLAG = 'Y'
               PERFORM SAVE-CASELOADS-TO-FILE
           END-IF.

      *> Career services' view of who carries which students: one
      *> line per live career-services account with its caseload
      *> size, then how many students no one has yet.
       CASELOADS-MENU-PROCEDURE.
           MOVE "--- Advisor Caseloads ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-CASELOAD-RULES-PROCEDURE.
           PERFORM LOAD-CASELOADS-PROCEDURE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > USER-COUNT
               IF USER-ROLE(I) = 'C' AND USER-ACCOUNT-STATUS(I) = 'A'
                   MOVE 0 TO WS-CSL-TALLY
                   PERFORM VARYING WS-CSL-SUBS FROM 1 BY 1
                       UNTIL WS-CSL-SUBS > WS-CSL-COUNT
                       IF FUNCTION TRIM(WS-CSL-ADVISOR(WS-CSL-SUBS))
                           = FUNCTION TRIM(USER-USERNAME(I))
                           ADD 1 TO WS-CSL-TALLY
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING FUNCTION TRIM(USER-USERNAME(I))
                           DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-CSL-TALLY DELIMITED BY SIZE
                       " students" DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.

      *> Orphans: rows whose advisor has left without a handover
      *> count as unassigned too, so they show up here to be moved.
           MOVE 0 TO WS-CSL-TALLY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > USER-COUNT
               IF USER-ROLE(I) = 'S' AND USER-ACCOUNT-STATUS(I) = 'A'
                   MOVE USER-USERNAME(I) TO WS-CSL-STUDENT-IN
                   PERFORM FIND-CASELOAD-ROW-PROCEDURE
                   IF WS-CSL-HIT = 0
                       ADD 1 TO WS-CSL-TALLY
                   ELSE
                       MOVE WS-CSL-ADVISOR(WS-CSL-HIT)
                           TO WS-CSL-CHECK-NAME
                       PERFORM CHECK-CASELOAD-ADVISOR-PROCEDURE
                       IF WS-CSL-ADVISOR-OK-FLAG = 'N'
                           ADD 1 TO WS-CSL-TALLY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Students without an active advisor: "
                   DELIMITED BY SIZE
               WS-CSL-TALLY DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE "1) Reassign a Caseload  2) Assign One Student" &
           "  3) Assignment Rules  4) Place Unassigned Students" &
           "  0) Back" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE INPUT-RECORD(1:1) TO INPUT-CHOICE-BUF.

           EVALUATE FUNCTION TRIM(INPUT-CHOICE-BUF)
               WHEN "1"
                   PERFORM REASSIGN-CASELOAD-PROCEDURE
               WHEN "2"
                   PERFORM ASSIGN-ONE-STUDENT-PROCEDURE
               WHEN "3"
                   PERFORM CASELOAD-RULES-PROCEDURE
               WHEN "4"
                   PERFORM PLACE-UNASSIGNED-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> An advisor leaving hands over everything at once: every
      *> student on the caseload - hand placements included - and
      *> every rule naming them, so new sign-ups follow too.
       REASSIGN-CASELOAD-PROCEDURE.
           MOVE "Username of the advisor leaving:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-FROM.

           MOVE 0 TO WS-CSL-TALLY.
           PERFORM VARYING WS-CSL-SUBS FROM 1 BY 1
               UNTIL WS-CSL-SUBS > WS-CSL-COUNT
               IF FUNCTION TRIM(WS-CSL-ADVISOR(WS-CSL-SUBS))
                   = FUNCTION TRIM(WS-CSL-FROM)
                   ADD 1 TO WS-CSL-TALLY
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CSL-RULES-MOVED.
           PERFORM VARYING WS-CR-SUBS FROM 1 BY 1
               UNTIL WS-CR-SUBS > WS-CR-COUNT
               IF FUNCTION TRIM(WS-CR-ADVISOR(WS-CR-SUBS))
                   = FUNCTION TRIM(WS-CSL-FROM)
                   ADD 1 TO WS-CSL-RULES-MOVED
               END-IF
           END-PERFORM.
           IF WS-CSL-TALLY = 0 AND WS-CSL-RULES-MOVED = 0
               MOVE "No students or rules are assigned to that" &
               " advisor." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Username of the advisor taking over:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-TO.
           MOVE WS-CSL-TO TO WS-CSL-CHECK-NAME.
           PERFORM CHECK-CASELOAD-ADVISOR-PROCEDURE.
           IF WS-CSL-ADVISOR-OK-FLAG = 'N'
               OR WS-CSL-TO = WS-CSL-FROM
               MOVE "That is not an active career services account."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-CSL-SUBS FROM 1 BY 1
               UNTIL WS-CSL-SUBS > WS-CSL-COUNT
               IF FUNCTION TRIM(WS-CSL-ADVISOR(WS-CSL-SUBS))
                   = FUNCTION TRIM(WS-CSL-FROM)
                   MOVE WS-CSL-TO TO WS-CSL-ADVISOR(WS-CSL-SUBS)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-CSL-ASSIGNED-DATE(WS-CSL-SUBS)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CR-SUBS FROM 1 BY 1
               UNTIL WS-CR-SUBS > WS-CR-COUNT
               IF FUNCTION TRIM(WS-CR-ADVISOR(WS-CR-SUBS))
                   = FUNCTION TRIM(WS-CSL-FROM)
                   MOVE WS-CSL-TO TO WS-CR-ADVISOR(WS-CR-SUBS)
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-CASELOADS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAVE-CASELOAD-RULES-TO-FILE.
           PERFORM HAND-OVER-FOLLOW-UPS-PROCEDURE.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Reassigned caseload of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSL-FROM) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSL-TO) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING WS-CSL-TALLY DELIMITED BY SIZE
               " students and " DELIMITED BY SIZE
               WS-CSL-RULES-MOVED DELIMITED BY SIZE
               " rules moved to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSL-TO) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Manual override for one student. A hand placement sticks
      *> through later profile edits; a blank advisor hands the
      *> student back to the rules.
       ASSIGN-ONE-STUDENT-PROCEDURE.
           MOVE "Student username:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-STUDENT-IN.

           MOVE 0 TO WS-CSL-RANK-IN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > USER-COUNT
               IF FUNCTION TRIM(USER-USERNAME(I))
                   = FUNCTION TRIM(WS-CSL-STUDENT-IN)
                   AND USER-ROLE(I) = 'S'
                   AND USER-ACCOUNT-STATUS(I) NOT = 'D'
                   MOVE I TO WS-CSL-RANK-IN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CSL-RANK-IN = 0
               MOVE "No student account found with that username."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-CASELOAD-ROW-PROCEDURE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           IF WS-CSL-HIT = 0
               MOVE "Current advisor: none" TO TO-OUTPUT-BUF
           ELSE
               STRING "Current advisor: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSL-ADVISOR(WS-CSL-HIT))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               IF WS-CSL-HOW(WS-CSL-HIT) = 'M'
                   MOVE "(assigned by hand)"
                       TO TO-OUTPUT-BUF(45:18)
               ELSE
                   MOVE "(by rule)" TO TO-OUTPUT-BUF(45:9)
               END-IF
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE "New advisor username (blank = assign by the rules):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-TO.

           IF WS-CSL-TO = SPACES
               IF WS-CSL-HIT > 0
                   MOVE 'R' TO WS-CSL-HOW(WS-CSL-HIT)
               END-IF
               PERFORM PLACE-ON-CASELOAD-PROCEDURE
           ELSE
               MOVE WS-CSL-TO TO WS-CSL-CHECK-NAME
               PERFORM CHECK-CASELOAD-ADVISOR-PROCEDURE
               IF WS-CSL-ADVISOR-OK-FLAG = 'N'
                   MOVE "That is not an active career services" &
                   " account." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               IF WS-CSL-HIT = 0
                   IF WS-CSL-COUNT >= 300
                       MOVE "The caseload file is full." TO
                           TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CSL-COUNT
                   MOVE WS-CSL-COUNT TO WS-CSL-HIT
                   MOVE WS-CSL-STUDENT-IN TO WS-CSL-STUDENT(WS-CSL-HIT)
               END-IF
               MOVE WS-CSL-TO TO WS-CSL-ADVISOR(WS-CSL-HIT)
               MOVE 'M' TO WS-CSL-HOW(WS-CSL-HIT)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-CSL-ASSIGNED-DATE(WS-CSL-HIT)
           END-IF.

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-CASELOADS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-CASELOAD-ROW-PROCEDURE.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           IF WS-CSL-HIT = 0
               STRING "Left unassigned: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSL-STUDENT-IN) DELIMITED BY SIZE
                   INTO AUDIT-ACTION-TEXT
               END-STRING
           ELSE
               STRING "Assigned " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSL-STUDENT-IN) DELIMITED BY SIZE
                   " to advisor " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSL-ADVISOR(WS-CSL-HIT))
                       DELIMITED BY SIZE
                   INTO AUDIT-ACTION-TEXT
               END-STRING
           END-IF.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           IF WS-CSL-HIT = 0
               MOVE "No rule fits this student - still unassigned."
                   TO TO-OUTPUT-BUF
           ELSE
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Advisor is now " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSL-ADVISOR(WS-CSL-HIT))
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> The rules, in the order they are tried. A new rule can be
      *> slotted ahead of an existing one so a specific rule is not
      *> shadowed by a broader one above it.
       CASELOAD-RULES-PROCEDURE.
           MOVE "--- Assignment Rules (first match wins) ---"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-CR-COUNT = 0
               MOVE "No rules yet - new students stay unassigned."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.
           PERFORM VARYING WS-CR-SUBS FROM 1 BY 1
               UNTIL WS-CR-SUBS > WS-CR-COUNT
               PERFORM SHOW-CASELOAD-RULE-PROCEDURE
           END-PERFORM.

           MOVE "1) Add a Rule  2) Remove a Rule  0) Back"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE INPUT-RECORD(1:1) TO INPUT-CHOICE-BUF.

           EVALUATE FUNCTION TRIM(INPUT-CHOICE-BUF)
               WHEN "1"
                   PERFORM ADD-CASELOAD-RULE-PROCEDURE
               WHEN "2"
                   PERFORM REMOVE-CASELOAD-RULE-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SHOW-CASELOAD-RULE-PROCEDURE.
           MOVE SPACES TO WS-CSL-MAJOR-TEXT.
           IF WS-CR-MAJOR(WS-CR-SUBS) = SPACES
               MOVE "any major" TO WS-CSL-MAJOR-TEXT
           ELSE
               MOVE WS-CR-MAJOR(WS-CR-SUBS) TO WS-CSL-MAJOR-TEXT
           END-IF.
           MOVE SPACES TO WS-CSL-CAMPUS-TEXT.
           IF WS-CR-CAMPUS(WS-CR-SUBS) = SPACES
               MOVE "any campus" TO WS-CSL-CAMPUS-TEXT
           ELSE
               MOVE WS-CR-CAMPUS(WS-CR-SUBS) TO WS-CSL-CAMPUS-TEXT
           END-IF.
           MOVE SPACES TO WS-CSL-YEAR-TEXT.
           IF WS-CR-GRAD-YEAR(WS-CR-SUBS) = 0
               MOVE "any year" TO WS-CSL-YEAR-TEXT
           ELSE
               STRING "class of " DELIMITED BY SIZE
                   WS-CR-GRAD-YEAR(WS-CR-SUBS) DELIMITED BY SIZE
                   INTO WS-CSL-YEAR-TEXT
               END-STRING
           END-IF.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING WS-CR-SUBS DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSL-MAJOR-TEXT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSL-CAMPUS-TEXT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSL-YEAR-TEXT) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CR-ADVISOR(WS-CR-SUBS))
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       ADD-CASELOAD-RULE-PROCEDURE.
           IF WS-CR-COUNT >= 50
               MOVE "The rule list is full - remove one first."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Advisor username:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-CHECK-NAME.
           PERFORM CHECK-CASELOAD-ADVISOR-PROCEDURE.
           IF WS-CSL-ADVISOR-OK-FLAG = 'N'
               MOVE "That is not an active career services account."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CR-NEW-RULE.
           MOVE WS-CSL-CHECK-NAME TO WS-CR-NEW-ADVISOR.

           MOVE "Major (blank = any):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CR-NEW-MAJOR.

           MOVE "Campus code (blank = any):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-CR-NEW-CAMPUS.

           MOVE "Graduation year (YYYY, blank = any):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 4
               AND INPUT-RECORD NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-CR-NEW-GRAD-YEAR
           END-IF.

           MOVE "Try it before rule # (blank = last):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           COMPUTE WS-CSL-RULE-AT = WS-CR-COUNT + 1.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND INPUT-RECORD NOT = SPACES
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) <= 2
               IF FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) > 0
                   AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                       <= WS-CR-COUNT
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                       TO WS-CSL-RULE-AT
               END-IF
           END-IF.

           PERFORM VARYING WS-CR-SUBS FROM WS-CR-COUNT BY -1
               UNTIL WS-CR-SUBS < WS-CSL-RULE-AT
               MOVE WS-CR-TABLE(WS-CR-SUBS)
                   TO WS-CR-TABLE(WS-CR-SUBS + 1)
           END-PERFORM.
           MOVE WS-CR-NEW-RULE TO WS-CR-TABLE(WS-CSL-RULE-AT).
           ADD 1 TO WS-CR-COUNT.

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-CASELOAD-RULES-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Added caseload rule for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CR-NEW-ADVISOR) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Rule saved - it applies to new and unassigned" &
           " students and to profile changes." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       REMOVE-CASELOAD-RULE-PROCEDURE.
           MOVE "Rule # to remove:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE 0 TO WS-CSL-RULE-AT.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND INPUT-RECORD NOT = SPACES
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) <= 2
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-CSL-RULE-AT
           END-IF.
           IF WS-CSL-RULE-AT = 0 OR WS-CSL-RULE-AT > WS-CR-COUNT
               MOVE "No such rule." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-CR-SUBS FROM WS-CSL-RULE-AT BY 1
               UNTIL WS-CR-SUBS >= WS-CR-COUNT
               MOVE WS-CR-TABLE(WS-CR-SUBS + 1)
                   TO WS-CR-TABLE(WS-CR-SUBS)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CR-COUNT.

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-CASELOAD-RULES-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Removed caseload rule " DELIMITED BY SIZE
               WS-CSL-RULE-AT DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Rule removed. Students already placed keep their" &
           " advisor." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Runs the rules over every active student with no caseload
      *> row - accounts from before caseloads existed, and anyone
      *> a rule did not fit at the time - and over students whose
      *> rule-placed advisor has since gone.
       PLACE-UNASSIGNED-PROCEDURE.
           MOVE 'N' TO WS-CSL-ANY-CHANGED-FLAG.
           MOVE 0 TO WS-CSL-TALLY.
           MOVE 0 TO WS-CSL-LEFT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > USER-COUNT
               IF USER-ROLE(I) = 'S' AND USER-ACCOUNT-STATUS(I) = 'A'
                   MOVE USER-USERNAME(I) TO WS-CSL-STUDENT-IN
                   PERFORM FIND-CASELOAD-ROW-PROCEDURE
                   MOVE 'N' TO WS-CSL-ADVISOR-OK-FLAG
                   IF WS-CSL-HIT > 0
                       MOVE WS-CSL-ADVISOR(WS-CSL-HIT)
                           TO WS-CSL-CHECK-NAME
                       PERFORM CHECK-CASELOAD-ADVISOR-PROCEDURE
                   END-IF
                   IF WS-CSL-ADVISOR-OK-FLAG = 'N'
      *> A hand placement with an advisor who has gone no longer
      *> holds anything in place.
                       IF WS-CSL-HIT > 0
                           MOVE 'R' TO WS-CSL-HOW(WS-CSL-HIT)
                       END-IF
                       MOVE I TO WS-CSL-RANK-IN
                       MOVE 'N' TO WS-CSL-CHANGED-FLAG
                       PERFORM PLACE-ON-CASELOAD-PROCEDURE
                       IF WS-CSL-CHANGED-FLAG = 'Y'
                           ADD 1 TO WS-CSL-TALLY
                           MOVE 'Y' TO WS-CSL-ANY-CHANGED-FLAG
                       ELSE
                           ADD 1 TO WS-CSL-LEFT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CSL-ANY-CHANGED-FLAG = 'Y'
               MOVE 'N' TO WS-SAVE-FAILED-FLAG
               PERFORM SAVE-CASELOADS-TO-FILE
               IF WS-SAVE-FAILED-FLAG = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE CURRENT-USER TO AUDIT-USER-TEXT
               MOVE SPACES TO AUDIT-ACTION-TEXT
               STRING "Placed " DELIMITED BY SIZE
                   WS-CSL-TALLY DELIMITED BY SIZE
                   " unassigned students by rule" DELIMITED BY SIZE
                   INTO AUDIT-ACTION-TEXT
               END-STRING
               PERFORM LOG-AUDIT-ACTION-PROCEDURE
           END-IF.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING WS-CSL-TALLY DELIMITED BY SIZE
               " students placed; " DELIMITED BY SIZE
               WS-CSL-LEFT DELIMITED BY SIZE
               " still need an advisor (no rule fits)."
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       LOAD-SESSION-NOTES-PROCEDURE.
           INITIALIZE WS-SN-DATA.

           MOVE "advising-notes.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               OPEN OUTPUT SESSION-NOTES-FILE
               CLOSE SESSION-NOTES-FILE
           END-IF.

           OPEN INPUT SESSION-NOTES-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-SN-COUNT >= 200
               READ SESSION-NOTES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SN-COUNT
                       MOVE SESSION-NOTES-RECORD
                           TO WS-SN-TABLE(WS-SN-COUNT)
               END-READ
           END-PERFORM.
           CLOSE SESSION-NOTES-FILE.

       SAVE-SESSION-NOTES-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SESSION-NOTES-FILE.
           PERFORM VARYING WS-SN-SUBS FROM 1 BY 1
               UNTIL WS-SN-SUBS > WS-SN-COUNT
               MOVE WS-SN-TABLE(WS-SN-SUBS) TO SESSION-NOTES-RECORD
               WRITE SESSION-NOTES-RECORD
           END-PERFORM.
           CLOSE SESSION-NOTES-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       LOAD-FOLLOW-UPS-PROCEDURE.
           INITIALIZE WS-FU-DATA.

           MOVE "follow-up-tasks.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               OPEN OUTPUT FOLLOW-UPS-FILE
               CLOSE FOLLOW-UPS-FILE
           END-IF.

           OPEN INPUT FOLLOW-UPS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-FU-COUNT >= 300
               READ FOLLOW-UPS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FU-COUNT
                       MOVE FOLLOW-UPS-RECORD
                           TO WS-FU-TABLE(WS-FU-COUNT)
               END-READ
           END-PERFORM.
           CLOSE FOLLOW-UPS-FILE.

       SAVE-FOLLOW-UPS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FOLLOW-UPS-FILE.
           PERFORM VARYING WS-FU-SUBS FROM 1 BY 1
               UNTIL WS-FU-SUBS > WS-FU-COUNT
               MOVE WS-FU-TABLE(WS-FU-SUBS) TO FOLLOW-UPS-RECORD
               WRITE FOLLOW-UPS-RECORD
           END-PERFORM.
           CLOSE FOLLOW-UPS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Session notes are for career services eyes only: this menu
      *> is reached from the advising screen by role C and nothing
      *> else in the program reads the notes file. Students learn
      *> of the tasks they own through their notifications.
       SESSION-NOTES-MENU-PROCEDURE.
           MOVE "--- Session Notes and Follow-ups ---"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-SESSION-NOTES-PROCEDURE.
           PERFORM LOAD-FOLLOW-UPS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           MOVE "1) Record Notes for a Session  2) Student Advising" &
           " History  3) My Open Follow-ups  0) Back"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE INPUT-RECORD(1:1) TO INPUT-CHOICE-BUF.

           EVALUATE FUNCTION TRIM(INPUT-CHOICE-BUF)
               WHEN "1"
                   PERFORM RECORD-SESSION-NOTE-PROCEDURE
               WHEN "2"
                   PERFORM ADVISING-HISTORY-PROCEDURE
               WHEN "3"
                   PERFORM MY-FOLLOW-UPS-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Notes hang off a booked slot that has already been held:
      *> the advisor picks one of their own, writes what was
      *> discussed, then adds as many follow-up tasks as came out
      *> of it.
       RECORD-SESSION-NOTE-PROCEDURE.
           IF WS-SN-COUNT >= 200
               MOVE "The session notes file is full." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-ADVISING-SLOTS-PROCEDURE.
           MOVE 'N' TO WS-REFR-LISTED-FLAG.
           PERFORM VARYING WS-ADV-SUBS FROM 1 BY 1
               UNTIL WS-ADV-SUBS > WS-ADV-COUNT
               IF WS-ADV-DATE(WS-ADV-SUBS) <= WS-TODAY-DATE
                   AND WS-ADV-BOOKED-BY(WS-ADV-SUBS) NOT = SPACES
                   AND FUNCTION TRIM(WS-ADV-ADVISOR(WS-ADV-SUBS))
                       = FUNCTION TRIM(CURRENT-USER)
                   MOVE 'Y' TO WS-REFR-LISTED-FLAG
                   MOVE 0 TO WS-SN-TALLY
                   PERFORM VARYING WS-SN-SUBS FROM 1 BY 1
                       UNTIL WS-SN-SUBS > WS-SN-COUNT
                       IF WS-SN-SLOT-ID(WS-SN-SUBS)
                           = WS-ADV-SLOT-ID(WS-ADV-SUBS)
                           ADD 1 TO WS-SN-TALLY
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "(Slot #" DELIMITED BY SIZE
                       WS-ADV-SUBS DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       WS-ADV-DATE(WS-ADV-SUBS) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ADV-TIME(WS-ADV-SUBS) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ADV-BOOKED-BY(WS-ADV-SUBS))
                           DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-SN-TALLY DELIMITED BY SIZE
                       " notes" DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
           IF WS-REFR-LISTED-FLAG = 'N'
               MOVE "You have no held sessions to write up."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Enter a slot # (or 0 to go back):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE 0 TO WS-ADV-CHOICE.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-ADV-CHOICE
           END-IF.
           IF WS-ADV-CHOICE = 0 OR WS-ADV-CHOICE > WS-ADV-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ADV-DATE(WS-ADV-CHOICE) > WS-TODAY-DATE
               OR WS-ADV-BOOKED-BY(WS-ADV-CHOICE) = SPACES
               OR FUNCTION TRIM(WS-ADV-ADVISOR(WS-ADV-CHOICE))
                   NOT = FUNCTION TRIM(CURRENT-USER)
               MOVE "That is not one of your held sessions."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "What was discussed (max 200 chars):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Nothing entered - no note saved." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SN-NEXT-ID.
           PERFORM VARYING WS-SN-SUBS FROM 1 BY 1
               UNTIL WS-SN-SUBS > WS-SN-COUNT
               IF WS-SN-NOTE-ID(WS-SN-SUBS) > WS-SN-NEXT-ID
                   MOVE WS-SN-NOTE-ID(WS-SN-SUBS) TO WS-SN-NEXT-ID
               END-IF
           END-PERFORM.
           ADD 1 TO WS-SN-NEXT-ID.

           ADD 1 TO WS-SN-COUNT.
           MOVE WS-SN-NEXT-ID TO WS-SN-NOTE-ID(WS-SN-COUNT).
           MOVE WS-ADV-SLOT-ID(WS-ADV-CHOICE)
               TO WS-SN-SLOT-ID(WS-SN-COUNT).
           MOVE WS-ADV-BOOKED-BY(WS-ADV-CHOICE)
               TO WS-SN-STUDENT(WS-SN-COUNT).
           MOVE CURRENT-USER TO WS-SN-ADVISOR(WS-SN-COUNT).
           MOVE WS-ADV-DATE(WS-ADV-CHOICE)
               TO WS-SN-SESSION-DATE(WS-SN-COUNT).
           MOVE WS-TODAY-DATE TO WS-SN-WRITTEN-DATE(WS-SN-COUNT).
           MOVE FUNCTION TRIM(INPUT-RECORD)
               TO WS-SN-TEXT(WS-SN-COUNT).

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-SESSION-NOTES-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Recorded session note for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SN-STUDENT(WS-SN-COUNT))
                   DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Note saved." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE 'Y' TO WS-FU-MORE-FLAG.
           PERFORM UNTIL WS-FU-MORE-FLAG = 'N'
               MOVE "Add a follow-up task? (Y/N):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
                   PERFORM ADD-FOLLOW-UP-PROCEDURE
               ELSE
                   MOVE 'N' TO WS-FU-MORE-FLAG
               END-IF
           END-PERFORM.

      *> One task against the note just written (WS-SN-COUNT). The
      *> owner is the advisor or the student; a student-owned task
      *> is posted to the student's notifications straight away.
       ADD-FOLLOW-UP-PROCEDURE.
           IF WS-FU-COUNT >= 300
               MOVE "The follow-up list is full." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'N' TO WS-FU-MORE-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE "Task (max 80 chars):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FU-TEXT-IN.

           MOVE SPACES TO WS-FU-OWNER-IN.
           PERFORM UNTIL WS-FU-OWNER-IN = "A" OR WS-FU-OWNER-IN = "S"
               MOVE "Who owns it? (A = advisor, S = student):"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
                   TO WS-FU-OWNER-IN
           END-PERFORM.

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 8
               MOVE "Due date (YYYYMMDD):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF NOT (FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 8)
                   MOVE "Please enter the date as YYYYMMDD."
                   TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-FU-NEXT-ID.
           PERFORM VARYING WS-FU-SUBS FROM 1 BY 1
               UNTIL WS-FU-SUBS > WS-FU-COUNT
               IF WS-FU-TASK-ID(WS-FU-SUBS) > WS-FU-NEXT-ID
                   MOVE WS-FU-TASK-ID(WS-FU-SUBS) TO WS-FU-NEXT-ID
               END-IF
           END-PERFORM.
           ADD 1 TO WS-FU-NEXT-ID.

           ADD 1 TO WS-FU-COUNT.
           MOVE WS-FU-NEXT-ID TO WS-FU-TASK-ID(WS-FU-COUNT).
           MOVE WS-SN-NOTE-ID(WS-SN-COUNT)
               TO WS-FU-NOTE-ID(WS-FU-COUNT).
           MOVE WS-SN-STUDENT(WS-SN-COUNT)
               TO WS-FU-STUDENT(WS-FU-COUNT).
           MOVE CURRENT-USER TO WS-FU-ADVISOR(WS-FU-COUNT).
           MOVE WS-FU-OWNER-IN TO WS-FU-OWNER(WS-FU-COUNT).
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
               TO WS-FU-DUE-DATE(WS-FU-COUNT).
           MOVE WS-FU-TEXT-IN TO WS-FU-TEXT(WS-FU-COUNT).
           MOVE "O" TO WS-FU-STATUS(WS-FU-COUNT).
           MOVE 0 TO WS-FU-DONE-DATE(WS-FU-COUNT).

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-FOLLOW-UPS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               SUBTRACT 1 FROM WS-FU-COUNT
               MOVE 'N' TO WS-FU-MORE-FLAG
               EXIT PARAGRAPH
           END-IF.

           IF WS-FU-OWNER-IN = "S"
               MOVE WS-FU-STUDENT(WS-FU-COUNT) TO NOTIF-TARGET-USER
               MOVE SPACES TO NOTIF-TEXT-BUF
               STRING "Advising follow-up due " DELIMITED BY SIZE
                   WS-FU-DUE-DATE(WS-FU-COUNT) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FU-TEXT(WS-FU-COUNT))
                       DELIMITED BY SIZE
                   INTO NOTIF-TEXT-BUF
               END-STRING
               PERFORM POST-NOTIFICATION-PROCEDURE
           END-IF.

           MOVE "Follow-up added." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Everything career services has written about one student,
      *> oldest first, whoever the advisor was - so the next advisor
      *> picks up where the last one left off.
       ADVISING-HISTORY-PROCEDURE.
           MOVE "Student username:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SN-STUDENT-IN.

           MOVE 0 TO WS-SN-TALLY.
           PERFORM VARYING WS-SN-SUBS FROM 1 BY 1
               UNTIL WS-SN-SUBS > WS-SN-COUNT
               IF FUNCTION TRIM(WS-SN-STUDENT(WS-SN-SUBS))
                   = FUNCTION TRIM(WS-SN-STUDENT-IN)
                   ADD 1 TO WS-SN-TALLY
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "Session " DELIMITED BY SIZE
                       WS-SN-SESSION-DATE(WS-SN-SUBS) DELIMITED BY SIZE
                       " with " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SN-ADVISOR(WS-SN-SUBS))
                           DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SN-TEXT(WS-SN-SUBS))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM VARYING WS-FU-SUBS FROM 1 BY 1
                       UNTIL WS-FU-SUBS > WS-FU-COUNT
                       IF WS-FU-NOTE-ID(WS-FU-SUBS)
                           = WS-SN-NOTE-ID(WS-SN-SUBS)
                           PERFORM SHOW-FOLLOW-UP-LINE-PROCEDURE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-SN-TALLY = 0
               MOVE "No session notes on file for that student."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> One task line for WS-FU-SUBS: owner, due date, and whether
      *> it is done, open or already overdue.
       SHOW-FOLLOW-UP-LINE-PROCEDURE.
           IF WS-FU-OWNER(WS-FU-SUBS) = "S"
               MOVE "student" TO WS-FU-OWNER-TEXT
           ELSE
               MOVE "advisor" TO WS-FU-OWNER-TEXT
           END-IF.
           EVALUATE TRUE
               WHEN WS-FU-STATUS(WS-FU-SUBS) = "D"
                   MOVE "done" TO WS-FU-STATE-TEXT
               WHEN WS-FU-DUE-DATE(WS-FU-SUBS) < WS-TODAY-DATE
                   MOVE "OVERDUE" TO WS-FU-STATE-TEXT
               WHEN OTHER
                   MOVE "open" TO WS-FU-STATE-TEXT
           END-EVALUATE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "  (Task #" DELIMITED BY SIZE
               WS-FU-SUBS DELIMITED BY SIZE
               ") due " DELIMITED BY SIZE
               WS-FU-DUE-DATE(WS-FU-SUBS) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FU-OWNER-TEXT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FU-STATE-TEXT) DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FU-TEXT(WS-FU-SUBS)) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> The advisor's open tasks, their own and their students',
      *> so they can tick off what has been done.
       MY-FOLLOW-UPS-PROCEDURE.
           MOVE 0 TO WS-SN-TALLY.
           PERFORM VARYING WS-FU-SUBS FROM 1 BY 1
               UNTIL WS-FU-SUBS > WS-FU-COUNT
               IF WS-FU-STATUS(WS-FU-SUBS) = "O"
                   AND FUNCTION TRIM(WS-FU-ADVISOR(WS-FU-SUBS))
                       = FUNCTION TRIM(CURRENT-USER)
                   ADD 1 TO WS-SN-TALLY
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "Student " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FU-STUDENT(WS-FU-SUBS))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM SHOW-FOLLOW-UP-LINE-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-SN-TALLY = 0
               MOVE "You have no open follow-ups." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Enter a task # to mark done (or 0 to go back):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE 0 TO WS-FU-CHOICE.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-FU-CHOICE
           END-IF.
           IF WS-FU-CHOICE = 0 OR WS-FU-CHOICE > WS-FU-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-FU-STATUS(WS-FU-CHOICE) NOT = "O"
               OR FUNCTION TRIM(WS-FU-ADVISOR(WS-FU-CHOICE))
                   NOT = FUNCTION TRIM(CURRENT-USER)
               MOVE "That is not one of your open follow-ups."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "D" TO WS-FU-STATUS(WS-FU-CHOICE).
           MOVE WS-TODAY-DATE TO WS-FU-DONE-DATE(WS-FU-CHOICE).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-FOLLOW-UPS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE "Closed advising follow-up" TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Follow-up marked done." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Open follow-ups travel with a reassigned caseload so the
      *> overdue list reaches the advisor now responsible. The
      *> notes themselves keep the name of whoever wrote them.
       HAND-OVER-FOLLOW-UPS-PROCEDURE.
           PERFORM LOAD-FOLLOW-UPS-PROCEDURE.
           MOVE 0 TO WS-SN-TALLY.
           PERFORM VARYING WS-FU-SUBS FROM 1 BY 1
               UNTIL WS-FU-SUBS > WS-FU-COUNT
               IF WS-FU-STATUS(WS-FU-SUBS) = "O"
                   AND FUNCTION TRIM(WS-FU-ADVISOR(WS-FU-SUBS))
                       = FUNCTION TRIM(WS-CSL-FROM)
                   MOVE WS-CSL-TO TO WS-FU-ADVISOR(WS-FU-SUBS)
                   ADD 1 TO WS-SN-TALLY
               END-IF
           END-PERFORM.
           IF WS-SN-TALLY > 0
               PERFORM SAVE-FOLLOW-UPS-TO-FILE
           END-IF.

       LOAD-EMPLOYER-CONTACTS-PROCEDURE.
           INITIALIZE WS-EC-DATA.

           MOVE "employer-contacts.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               OPEN OUTPUT EMPLOYER-CONTACTS-FILE
               CLOSE EMPLOYER-CONTACTS-FILE
           END-IF.

           OPEN INPUT EMPLOYER-CONTACTS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-EC-COUNT >= 300
               READ EMPLOYER-CONTACTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EC-COUNT
                       MOVE EMPLOYER-CONTACTS-RECORD
                           TO WS-EC-TABLE(WS-EC-COUNT)
               END-READ
           END-PERFORM.
           CLOSE EMPLOYER-CONTACTS-FILE.

       SAVE-EMPLOYER-CONTACTS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EMPLOYER-CONTACTS-FILE.
           PERFORM VARYING WS-EC-SUBS FROM 1 BY 1
               UNTIL WS-EC-SUBS > WS-EC-COUNT
               MOVE WS-EC-TABLE(WS-EC-SUBS)
                   TO EMPLOYER-CONTACTS-RECORD
               WRITE EMPLOYER-CONTACTS-RECORD
           END-PERFORM.
           CLOSE EMPLOYER-CONTACTS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       LOAD-RELATIONSHIP-OWNERS-PROCEDURE.
           INITIALIZE WS-RO-DATA.

           MOVE "relationship-owners.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               OPEN OUTPUT RELATIONSHIP-OWNERS-FILE
               CLOSE RELATIONSHIP-OWNERS-FILE
           END-IF.

           OPEN INPUT RELATIONSHIP-OWNERS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-RO-COUNT >= 100
               READ RELATIONSHIP-OWNERS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RO-COUNT
                       MOVE RELATIONSHIP-OWNERS-RECORD
                           TO WS-RO-TABLE(WS-RO-COUNT)
               END-READ
           END-PERFORM.
           CLOSE RELATIONSHIP-OWNERS-FILE.

       SAVE-RELATIONSHIP-OWNERS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RELATIONSHIP-OWNERS-FILE.
           PERFORM VARYING WS-RO-SUBS FROM 1 BY 1
               UNTIL WS-RO-SUBS > WS-RO-COUNT
               MOVE WS-RO-TABLE(WS-RO-SUBS)
                   TO RELATIONSHIP-OWNERS-RECORD
               WRITE RELATIONSHIP-OWNERS-RECORD
           END-PERFORM.
           CLOSE RELATIONSHIP-OWNERS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> The employer-relations history for WS-PAGE-COMPANY, shown
      *> under the company in the directory to career services only:
      *> who owns the relationship and every call, visit and fair
      *> commitment logged against it, oldest first.
       EMPLOYER-RELATIONS-PROCEDURE.
           PERFORM LOAD-RELATIONSHIP-OWNERS-PROCEDURE.
           PERFORM LOAD-EMPLOYER-CONTACTS-PROCEDURE.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "--- Relationship: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAGE-COMPANY) DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM FIND-RELATIONSHIP-OWNER-PROCEDURE.
           IF WS-RO-HIT = 0
               MOVE "Relationship owner: (none assigned)"
                   TO TO-OUTPUT-BUF
           ELSE
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Relationship owner: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RO-OWNER(WS-RO-HIT))
                       DELIMITED BY SIZE
                   " (since " DELIMITED BY SIZE
                   WS-RO-ASSIGNED-DATE(WS-RO-HIT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE 0 TO WS-EC-TALLY.
           PERFORM VARYING WS-EC-SUBS FROM 1 BY 1
               UNTIL WS-EC-SUBS > WS-EC-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-EC-COMPANY(WS-EC-SUBS)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-PAGE-COMPANY))
                   ADD 1 TO WS-EC-TALLY
                   PERFORM SHOW-EMPLOYER-CONTACT-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-EC-TALLY = 0
               MOVE "No contacts logged with this company yet."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           MOVE "1) Log a Contact  2) Set Relationship Owner  0) Back"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE INPUT-RECORD(1:1) TO INPUT-CHOICE-BUF.

           EVALUATE FUNCTION TRIM(INPUT-CHOICE-BUF)
               WHEN "1"
                   PERFORM LOG-EMPLOYER-CONTACT-PROCEDURE
               WHEN "2"
                   PERFORM SET-RELATIONSHIP-OWNER-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-RELATIONSHIP-OWNER-PROCEDURE.
           MOVE 0 TO WS-RO-HIT.
           PERFORM VARYING WS-RO-SUBS FROM 1 BY 1
               UNTIL WS-RO-SUBS > WS-RO-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-RO-COMPANY(WS-RO-SUBS)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-PAGE-COMPANY))
                   MOVE WS-RO-SUBS TO WS-RO-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SHOW-EMPLOYER-CONTACT-PROCEDURE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING WS-EC-DATE(WS-EC-SUBS) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EC-TYPE(WS-EC-SUBS)) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EC-STAFF(WS-EC-SUBS)) DELIMITED BY SIZE
               " with " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EC-PERSON(WS-EC-SUBS))
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-EC-NOTES(WS-EC-SUBS) NOT = SPACES
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EC-NOTES(WS-EC-SUBS))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.
           IF WS-EC-NEXT-ACTION(WS-EC-SUBS) NOT = 0
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "  Next action by " DELIMITED BY SIZE
                   WS-EC-NEXT-ACTION(WS-EC-SUBS) DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> The staff member is whoever is signed on; the contact date
      *> defaults to today and the next-action date may be left
      *> blank when nothing is pending.
       LOG-EMPLOYER-CONTACT-PROCEDURE.
           IF WS-EC-COUNT >= 300
               MOVE "The contact log is full." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-EC-NEW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           MOVE SPACES TO INPUT-RECORD.
           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION TRIM(INPUT-RECORD) = SPACES
                   OR (FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       = 8)
               MOVE "Contact date (YYYYMMDD, blank for today):"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           END-PERFORM.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE WS-TODAY-DATE TO WS-EC-NEW-DATE
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-EC-NEW-DATE
           END-IF.

           MOVE SPACES TO WS-EC-NEW-TYPE.
           PERFORM UNTIL WS-EC-NEW-TYPE NOT = SPACES
               MOVE "Contact type: 1) Call  2) Site Visit  3) Email" &
               "  4) Meeting  5) Fair Commitment" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               EVALUATE FUNCTION TRIM(INPUT-RECORD)
                   WHEN "1"
                       MOVE "Call" TO WS-EC-NEW-TYPE
                   WHEN "2"
                       MOVE "Site Visit" TO WS-EC-NEW-TYPE
                   WHEN "3"
                       MOVE "Email" TO WS-EC-NEW-TYPE
                   WHEN "4"
                       MOVE "Meeting" TO WS-EC-NEW-TYPE
                   WHEN "5"
                       MOVE "Fair Commit" TO WS-EC-NEW-TYPE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           MOVE "Person spoken to (name and title):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EC-NEW-PERSON.

           MOVE "Notes (max 200 chars):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EC-NEW-NOTES.

           MOVE SPACES TO INPUT-RECORD.
           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION TRIM(INPUT-RECORD) = SPACES
                   OR (FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       = 8)
               MOVE "Next-action date (YYYYMMDD, blank for none):"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           END-PERFORM.
           IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-EC-NEW-NEXT-ACTION
           END-IF.

           MOVE WS-PAGE-COMPANY TO WS-EC-NEW-COMPANY.
           MOVE CURRENT-USER TO WS-EC-NEW-STAFF.
           ADD 1 TO WS-EC-COUNT.
           MOVE WS-EC-NEW TO WS-EC-TABLE(WS-EC-COUNT).

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-EMPLOYER-CONTACTS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               SUBTRACT 1 FROM WS-EC-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Logged employer contact: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAGE-COMPANY) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Contact logged." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> One owner per company; the owner must be an active career
      *> services account. Setting a new owner replaces the old.
       SET-RELATIONSHIP-OWNER-PROCEDURE.
           MOVE "Username of the new relationship owner:"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-CHECK-NAME.
           PERFORM CHECK-CASELOAD-ADVISOR-PROCEDURE.
           IF WS-CSL-ADVISOR-OK-FLAG = 'N'
               MOVE "That is not an active career services account."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           IF WS-RO-HIT = 0
               IF WS-RO-COUNT >= 100
                   MOVE "The relationship owner list is full."
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RO-COUNT
               MOVE WS-RO-COUNT TO WS-RO-HIT
               MOVE WS-PAGE-COMPANY TO WS-RO-COMPANY(WS-RO-HIT)
           END-IF.
           MOVE WS-CSL-CHECK-NAME TO WS-RO-OWNER(WS-RO-HIT).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-RO-ASSIGNED-DATE(WS-RO-HIT).

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-RELATIONSHIP-OWNERS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Set relationship owner: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAGE-COMPANY) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Relationship owner updated." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Append one row to status-history.txt for the application at
      *> WS-SH-APP-ROW, which has just been saved with its new status;
      *> WS-SH-OLD-STATUS holds what it was (blank for a new
      *> application). Employer and poster are taken from the posting
      *> now so the history stands on its own after the posting is
      *> rolled out of jobs.txt.
       RECORD-STATUS-HISTORY-PROCEDURE.
           IF WS-SH-APP-ROW < 1 OR WS-SH-APP-ROW > WS-APP-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-APPLICATIONS-TABLE(WS-SH-APP-ROW) TO WS-APP-WORK.
           PERFORM RECORD-STATUS-HISTORY-WORK-PROCEDURE.

      *> The same history row for the application in WS-APP-WORK.
       RECORD-STATUS-HISTORY-WORK-PROCEDURE.
           INITIALIZE STATUS-HISTORY-RECORD.
           MOVE WS-APW-JOB-ID TO SH-JOB-ID.
           MOVE WS-APW-USERNAME TO SH-APPLICANT.
           MOVE WS-APW-JOB-EMPLOYER TO SH-EMPLOYER.
           PERFORM VARYING WS-SH-SUBS FROM 1 BY 1
               UNTIL WS-SH-SUBS > WS-JOB-COUNT
               IF (WS-APW-JOB-ID NOT = 0
                   AND WS-APW-JOB-ID = WS-JOB-ID(WS-SH-SUBS))
                   OR (WS-APW-JOB-ID = 0
                   AND WS-APW-JOB-TITLE = WS-JOB-TITLE(WS-SH-SUBS)
                   AND WS-APW-JOB-EMPLOYER
                       = WS-JOB-EMPLOYER(WS-SH-SUBS))
                   MOVE WS-JOB-POSTER(WS-SH-SUBS) TO SH-POSTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-SH-OLD-STATUS TO SH-OLD-STATUS.
           MOVE WS-APW-STATUS TO SH-NEW-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SH-DATE.
           PERFORM SET-CLOSE-ACTOR-PROCEDURE.
           MOVE WS-CLOSE-ACTOR TO SH-CHANGED-BY.

           OPEN EXTEND STATUS-HISTORY-FILE.
           IF STATUS-HISTORY-STATUS = "35"
               CLOSE STATUS-HISTORY-FILE
               OPEN OUTPUT STATUS-HISTORY-FILE
           END-IF.
           WRITE STATUS-HISTORY-RECORD.
           CLOSE STATUS-HISTORY-FILE.

       LOAD-UNDELIVERABLE-PROCEDURE.
           INITIALIZE WS-UA-DATA.

           MOVE "undeliverable-accounts.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT UNDELIVERABLE-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-UA-COUNT >= 300
               READ UNDELIVERABLE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-UA-COUNT
                       MOVE UNDELIVERABLE-RECORD
                           TO WS-UA-TABLE(WS-UA-COUNT)
               END-READ
           END-PERFORM.
           CLOSE UNDELIVERABLE-FILE.

       SAVE-UNDELIVERABLE-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UNDELIVERABLE-FILE.
           PERFORM VARYING WS-UA-SUBS FROM 1 BY 1
               UNTIL WS-UA-SUBS > WS-UA-COUNT
               MOVE WS-UA-TABLE(WS-UA-SUBS) TO UNDELIVERABLE-RECORD
               WRITE UNDELIVERABLE-RECORD
           END-PERFORM.
           CLOSE UNDELIVERABLE-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> The nightly bounce run marks an email the campus gateway
      *> could not deliver to (confirmed flag B). Say so at sign-in,
      *> with the gateway's reason, and offer to fix the address
      *> there and then - no mail goes out to the account until the
      *> address is confirmed again.
       CHECK-MAIL-BOUNCE-PROCEDURE.
           PERFORM LOAD-CONTACTS-PROCEDURE.
           MOVE CURRENT-USER TO WS-CT-TARGET.
           PERFORM FIND-CONTACT-ROW-PROCEDURE.
           IF WS-CT-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-CT-EMAIL-BOUNCED(WS-CT-HIT)
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-UNDELIVERABLE-PROCEDURE.
           MOVE 0 TO WS-UA-HIT.
           PERFORM VARYING WS-UA-SUBS FROM 1 BY 1
               UNTIL WS-UA-SUBS > WS-UA-COUNT
               IF FUNCTION TRIM(WS-UA-USERNAME(WS-UA-SUBS))
                   = FUNCTION TRIM(CURRENT-USER)
                   MOVE WS-UA-SUBS TO WS-UA-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Email to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CT-EMAIL(WS-CT-HIT)) DELIMITED BY SIZE
               " is being returned as undeliverable." DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-UA-HIT > 0
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Returned " DELIMITED BY SIZE
                   WS-UA-BOUNCE-DATE(WS-UA-HIT) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UA-REASON(WS-UA-HIT))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.
           MOVE "No email is sent to you until you update the address" &
           " or confirm it again." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Update your contact details now? (Y/N):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               MOVE CURRENT-USER TO WS-CT-TARGET
               PERFORM CAPTURE-CONTACT-DETAILS-PROCEDURE
           ELSE
               MOVE "You can do it later under Account Settings >" &
               " Contact Details." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> The registrar's enrollment status for one student, as the
      *> nightly EnrollmentSyncJob last left it in
      *> enrollment-status.txt. Spaces come back for anyone without
      *> a row - employers, staff, alumni, or a student the sync has
      *> not matched - and they are treated as enrolled.
       LOOKUP-ENROLLMENT-STATUS-PROCEDURE.
           MOVE SPACES TO WS-ES-STATUS-FOUND.
           MOVE 0 TO WS-ES-SINCE-FOUND.
           MOVE "enrollment-status.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ENROLLMENT-STATUS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ ENROLLMENT-STATUS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF ES-USERNAME = WS-ES-LOOKUP-USER
                           MOVE ES-STATUS TO WS-ES-STATUS-FOUND
                           MOVE ES-SINCE-DATE TO WS-ES-SINCE-FOUND
                           SET END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-STATUS-FILE.

      *> Enrollment rows follow the account until the next nightly
      *> sync rebuilds them - otherwise a rename would lift a leave
      *> hold, and a new account taking a deleted username would
      *> inherit one. ES-REMOVE-FLAG says which of the two is wanted.
       REWRITE-USER-ENROLLMENT-PROCEDURE.
           MOVE "enrollment-status.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PRUNE-WORK-FILE.
           OPEN INPUT ENROLLMENT-STATUS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ ENROLLMENT-STATUS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(ES-USERNAME)
                           = FUNCTION TRIM(WS-OLD-USERNAME)
                           AND ES-REMOVE-ROWS
                           CONTINUE
                       ELSE
                           IF FUNCTION TRIM(ES-USERNAME)
                               = FUNCTION TRIM(WS-OLD-USERNAME)
                               MOVE WS-NEW-USERNAME TO ES-USERNAME
                           END-IF
                           MOVE SPACES TO PRUNE-WORK-RECORD
                           MOVE ENROLLMENT-STATUS-RECORD
                               TO PRUNE-WORK-RECORD(1:38)
                           WRITE PRUNE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-STATUS-FILE.
           CLOSE PRUNE-WORK-FILE.

           OPEN INPUT PRUNE-WORK-FILE.
           OPEN OUTPUT ENROLLMENT-STATUS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ PRUNE-WORK-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PRUNE-WORK-RECORD(1:38)
                           TO ENROLLMENT-STATUS-RECORD
                       WRITE ENROLLMENT-STATUS-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRUNE-WORK-FILE.
           CLOSE ENROLLMENT-STATUS-FILE.

           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       LOAD-PORTFOLIO-PROCEDURE.
           INITIALIZE WS-PF-DATA.

           MOVE "portfolio.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PORTFOLIO-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-PF-COUNT >= 300
               READ PORTFOLIO-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PF-COUNT
                       MOVE PORTFOLIO-RECORD
                           TO WS-PF-TABLE(WS-PF-COUNT)
               END-READ
           END-PERFORM.
           CLOSE PORTFOLIO-FILE.

       SAVE-PORTFOLIO-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PORTFOLIO-FILE.
           PERFORM VARYING WS-PF-SUBS FROM 1 BY 1
               UNTIL WS-PF-SUBS > WS-PF-COUNT
               MOVE WS-PF-TABLE(WS-PF-SUBS) TO PORTFOLIO-RECORD
               WRITE PORTFOLIO-RECORD
           END-PERFORM.
           CLOSE PORTFOLIO-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Portfolio projects are asked after education, like the other
      *> repeating sections, but they live in portfolio.txt rather
      *> than the profile record, so a student can keep what is on
      *> file instead of typing every project in again. The table is
      *> re-read first so another session's projects are not lost
      *> when the file is rewritten.
       EDIT-PORTFOLIO-PROCEDURE.
           PERFORM LOAD-PORTFOLIO-PROCEDURE.
           PERFORM COUNT-MY-PORTFOLIO-PROCEDURE.

           IF WS-PF-MINE > 0
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "You have " DELIMITED BY SIZE
                   WS-PF-MINE DELIMITED BY SIZE
                   " portfolio project(s) on file. Keep them as they"
                       DELIMITED BY SIZE
                   " are? (Y/N):" DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) NOT = "Y"
                   PERFORM DROP-MY-PORTFOLIO-PROCEDURE
               END-IF
           END-IF.

           IF WS-PF-MINE = 0
               PERFORM UNTIL WS-PF-MINE = 5
                   MOVE "Add a portfolio project or work sample? (Y/N):"
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM READ-INPUT-SAFELY
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
                   IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) NOT = "Y"
                       EXIT PERFORM
                   END-IF
                   IF WS-PF-COUNT >= 300
                       MOVE "The portfolio list is full - please" &
                       " contact career services." TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                       EXIT PERFORM
                   END-IF
                   PERFORM ADD-PORTFOLIO-ENTRY-PROCEDURE
               END-PERFORM
           END-IF.

           IF WS-PF-MINE > 0
               MOVE "Who can see your portfolio?" TO TO-OUTPUT-BUF
               PERFORM PROMPT-VISIBILITY-PROCEDURE
               PERFORM VARYING WS-PF-SUBS FROM 1 BY 1
                   UNTIL WS-PF-SUBS > WS-PF-COUNT
                   IF WS-PF-USERNAME(WS-PF-SUBS)
                       = USER-USERNAME(LOGGED-IN-RANK)
                       MOVE WS-VIS-SETTING TO WS-PF-VIS(WS-PF-SUBS)
                   END-IF
               END-PERFORM
           END-IF.

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-PORTFOLIO-TO-FILE.

       COUNT-MY-PORTFOLIO-PROCEDURE.
           MOVE 0 TO WS-PF-MINE.
           PERFORM VARYING WS-PF-SUBS FROM 1 BY 1
               UNTIL WS-PF-SUBS > WS-PF-COUNT
               IF WS-PF-USERNAME(WS-PF-SUBS)
                   = USER-USERNAME(LOGGED-IN-RANK)
                   ADD 1 TO WS-PF-MINE
               END-IF
           END-PERFORM.

       DROP-MY-PORTFOLIO-PROCEDURE.
           MOVE 0 TO K.
           PERFORM VARYING WS-PF-SUBS FROM 1 BY 1
               UNTIL WS-PF-SUBS > WS-PF-COUNT
               IF WS-PF-USERNAME(WS-PF-SUBS)
                   NOT = USER-USERNAME(LOGGED-IN-RANK)
                   ADD 1 TO K
                   IF K NOT = WS-PF-SUBS
                       MOVE WS-PF-TABLE(WS-PF-SUBS) TO WS-PF-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO WS-PF-COUNT.
           MOVE 0 TO WS-PF-MINE.

      *> One project: what it was, the student's part in it, when, where
      *> the work can be seen, and up to three catalog skills it
      *> demonstrates - those count toward a posting's skill match
      *> the same as a completed course.
       ADD-PORTFOLIO-ENTRY-PROCEDURE.
           ADD 1 TO WS-PF-COUNT.
           ADD 1 TO WS-PF-MINE.
           MOVE WS-PF-COUNT TO WS-PF-SUBS.
           INITIALIZE WS-PF-TABLE(WS-PF-SUBS).
           MOVE USER-USERNAME(LOGGED-IN-RANK)
               TO WS-PF-USERNAME(WS-PF-SUBS).
           MOVE 'P' TO WS-PF-VIS(WS-PF-SUBS).

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION
                       TRIM(INPUT-RECORD)) > 0
               MOVE "  Project title (required):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
                   MOVE "  Title cannot be blank." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PF-TITLE(WS-PF-SUBS).

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION
                       TRIM(INPUT-RECORD)) > 0
               MOVE "  Your role (required, e.g., Lead designer):"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
                   MOVE "  Role cannot be blank." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PF-ROLE(WS-PF-SUBS).

           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION LENGTH(FUNCTION
                       TRIM(INPUT-RECORD)) > 0
               MOVE "  Dates (required, e.g., Spring 2025):"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
                   MOVE "  Dates cannot be blank." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PF-DATES(WS-PF-SUBS).

           MOVE "  Link or file reference (optional, blank to skip):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PF-LINK(WS-PF-SUBS).

           MOVE "  Description (optional, max 200 chars, blank " &
               "to skip):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD)
               TO WS-PF-DESCRIPTION(WS-PF-SUBS).

           IF CATALOG-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "  Skills this project demonstrates:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM VARYING WS-CATALOG-SUBS FROM 1 BY 1
               UNTIL WS-CATALOG-SUBS > CATALOG-COUNT
               IF NOT CAT-IS-RETIRED(WS-CATALOG-SUBS)
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "  " DELIMITED BY SIZE
                       CAT-NUMBER(WS-CATALOG-SUBS)
                           DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       FUNCTION TRIM(CAT-NAME(WS-CATALOG-SUBS))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-PF-SKILL-SUBS.
           PERFORM UNTIL WS-PF-SKILL-SUBS = 3
               MOVE "  Skill number to link, or 0 to finish:"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               MOVE 0 TO WS-REQ-PICK
               IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                       TO WS-REQ-PICK
               END-IF
               IF WS-REQ-PICK = 0
                   EXIT PERFORM
               END-IF
               IF WS-REQ-PICK > 20
                   OR FUNCTION TRIM(SKILL-NAME-ENTRY(WS-REQ-PICK))
                       = SPACES
                   MOVE "  That is not a catalog skill number."
                   TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               ELSE
                   ADD 1 TO WS-PF-SKILL-SUBS
                   MOVE WS-REQ-PICK
                       TO WS-PF-SKILL(WS-PF-SUBS, WS-PF-SKILL-SUBS)
               END-IF
           END-PERFORM.

      *> The profile section for one portfolio row (WS-PF-SUBS), in
      *> the same indented layout as experience and education.
       SHOW-PORTFOLIO-ENTRY-PROCEDURE.
           MOVE "Portfolio:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "    Project: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PF-TITLE(WS-PF-SUBS)) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "    Role: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PF-ROLE(WS-PF-SUBS)) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "    Dates: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PF-DATES(WS-PF-SUBS)) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           IF WS-PF-LINK(WS-PF-SUBS) NOT = SPACES
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "    Link: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PF-LINK(WS-PF-SUBS))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           IF WS-PF-DESCRIPTION(WS-PF-SUBS) NOT = SPACES
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "    Description: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PF-DESCRIPTION(WS-PF-SUBS))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           IF WS-PF-SKILL(WS-PF-SUBS, 1) NOT = 0
               MOVE SPACES TO TO-OUTPUT-BUF
               MOVE 1 TO WS-PF-PTR
               STRING "    Skills shown: " DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF WITH POINTER WS-PF-PTR
               END-STRING
               PERFORM VARYING WS-PF-SKILL-SUBS FROM 1 BY 1
                   UNTIL WS-PF-SKILL-SUBS > 3
                   IF WS-PF-SKILL(WS-PF-SUBS, WS-PF-SKILL-SUBS) NOT = 0
                       IF WS-PF-SKILL-SUBS > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO TO-OUTPUT-BUF
                               WITH POINTER WS-PF-PTR
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(SKILL-NAME-ENTRY(
                           WS-PF-SKILL(WS-PF-SUBS, WS-PF-SKILL-SUBS)))
                               DELIMITED BY SIZE
                           INTO TO-OUTPUT-BUF WITH POINTER WS-PF-PTR
                       END-STRING
                   END-IF
               END-PERFORM
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> A portfolio project the current user tied to the required
      *> skill meets the requirement as well as the course does -
      *> WS-REQ-HAVE-FLAG comes back 'P' when one is found.
       CHECK-PORTFOLIO-SKILL-PROCEDURE.
           PERFORM VARYING WS-PF-SUBS FROM 1 BY 1
               UNTIL WS-PF-SUBS > WS-PF-COUNT
               IF FUNCTION TRIM(WS-PF-USERNAME(WS-PF-SUBS))
                   = FUNCTION TRIM(CURRENT-USER)
                   PERFORM VARYING WS-PF-SKILL-SUBS FROM 1 BY 1
                       UNTIL WS-PF-SKILL-SUBS > 3
                       IF WS-PF-SKILL(WS-PF-SUBS, WS-PF-SKILL-SUBS)
                           = WS-JS-SKILL-NUMBER(WS-JS-SUBS)
                           MOVE 'P' TO WS-REQ-HAVE-FLAG
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-REQ-HAVE-FLAG = 'P'
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Talent search visibility: a student or alumnus chooses here
      *> whether employers running a talent search can find them.
      *> Opting out takes them off every search from then on; any
      *> invitation already sent stays in My Job Invitations.
       TALENT-OPTIN-SETTINGS-PROCEDURE.
           PERFORM LOAD-TALENT-OPTINS-PROCEDURE.
           MOVE 0 TO WS-TSO-HIT.
           PERFORM VARYING WS-TSO-SUBS FROM 1 BY 1
               UNTIL WS-TSO-SUBS > WS-TSO-COUNT
               IF FUNCTION TRIM(WS-TSO-USERNAME(WS-TSO-SUBS))
                   = FUNCTION TRIM(CURRENT-USER)
                   MOVE WS-TSO-SUBS TO WS-TSO-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE "--- Talent Search Opt-In ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-TSO-HIT > 0 AND WS-TSO-OPT-IN(WS-TSO-HIT) = 'Y'
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Employers can find you in talent search"
                   DELIMITED BY SIZE
                   " (since " DELIMITED BY SIZE
                   WS-TSO-DATE(WS-TSO-HIT) DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           ELSE
               MOVE "Employers cannot find you in talent search."
               TO TO-OUTPUT-BUF
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Search results show only what anyone can see on" &
           " your profile; sections you keep to connections stay" &
           " hidden." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE "Let employers find me and invite me to apply? (Y/N," &
           " blank to leave as is):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               TO INPUT-CHOICE-BUF.
           IF FUNCTION TRIM(INPUT-CHOICE-BUF) NOT = "Y"
               AND FUNCTION TRIM(INPUT-CHOICE-BUF) NOT = "N"
               MOVE "No change made." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           IF WS-TSO-HIT = 0
               IF WS-TSO-COUNT >= 300
                   MOVE "The talent search list is full - please" &
                   " contact career services." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TSO-COUNT
               MOVE WS-TSO-COUNT TO WS-TSO-HIT
               MOVE CURRENT-USER TO WS-TSO-USERNAME(WS-TSO-HIT)
           END-IF.
           MOVE INPUT-CHOICE-BUF(1:1) TO WS-TSO-OPT-IN(WS-TSO-HIT).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TSO-DATE(WS-TSO-HIT).

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-TALENT-OPTINS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           IF WS-TSO-OPT-IN(WS-TSO-HIT) = 'Y'
               MOVE "Opted in to talent search" TO AUDIT-ACTION-TEXT
               MOVE "Employers can now find you in talent search."
               TO TO-OUTPUT-BUF
           ELSE
               MOVE "Opted out of talent search" TO AUDIT-ACTION-TEXT
               MOVE "You no longer appear in talent search."
               TO TO-OUTPUT-BUF
           END-IF.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       LOAD-TALENT-OPTINS-PROCEDURE.
           INITIALIZE WS-TSO-DATA.

           MOVE "talent-optins.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TALENT-OPTINS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-TSO-COUNT >= 300
               READ TALENT-OPTINS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TSO-COUNT
                       MOVE TALENT-OPTINS-RECORD
                           TO WS-TSO-TABLE(WS-TSO-COUNT)
               END-READ
           END-PERFORM.
           CLOSE TALENT-OPTINS-FILE.

       SAVE-TALENT-OPTINS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TALENT-OPTINS-FILE.
           PERFORM VARYING WS-TSO-SUBS FROM 1 BY 1
               UNTIL WS-TSO-SUBS > WS-TSO-COUNT
               MOVE WS-TSO-TABLE(WS-TSO-SUBS)
                   TO TALENT-OPTINS-RECORD
               WRITE TALENT-OPTINS-RECORD
           END-PERFORM.
           CLOSE TALENT-OPTINS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       LOAD-JOB-INVITES-PROCEDURE.
           INITIALIZE WS-INV-DATA.

           MOVE "job-invites.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT JOB-INVITES-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-INV-COUNT >= 300
               READ JOB-INVITES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INV-COUNT
                       MOVE JOB-INVITES-RECORD
                           TO WS-INV-TABLE(WS-INV-COUNT)
               END-READ
           END-PERFORM.
           CLOSE JOB-INVITES-FILE.

       SAVE-JOB-INVITES-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT JOB-INVITES-FILE.
           PERFORM VARYING WS-INV-SUBS FROM 1 BY 1
               UNTIL WS-INV-SUBS > WS-INV-COUNT
               MOVE WS-INV-TABLE(WS-INV-SUBS) TO JOB-INVITES-RECORD
               WRITE JOB-INVITES-RECORD
           END-PERFORM.
           CLOSE JOB-INVITES-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Employer talent search. Only students and alumni who opted
      *> in under Account Settings are ever listed, and every filter
      *> works on what a stranger already sees on their profile:
      *> completed skills, major, graduation year, campus, and the
      *> registrar's verified mark. A blank filter matches everyone.
       TALENT-SEARCH-PROCEDURE.
           MOVE "--- Talent Search ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-TALENT-OPTINS-PROCEDURE.
           INITIALIZE WS-TS-FILTERS.

           IF CATALOG-COUNT > 0
               MOVE "Skills in the catalog:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM VARYING WS-CATALOG-SUBS FROM 1 BY 1
                   UNTIL WS-CATALOG-SUBS > CATALOG-COUNT
                   IF NOT CAT-IS-RETIRED(WS-CATALOG-SUBS)
                       MOVE SPACES TO TO-OUTPUT-BUF
                       STRING "  " DELIMITED BY SIZE
                           CAT-NUMBER(WS-CATALOG-SUBS)
                               DELIMITED BY SIZE
                           ") " DELIMITED BY SIZE
                           FUNCTION TRIM(CAT-NAME(WS-CATALOG-SUBS))
                               DELIMITED BY SIZE
                           INTO TO-OUTPUT-BUF
                       END-STRING
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "Completed skill number required (blank for any):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) <= 2
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-TS-SKILL
           END-IF.
           IF WS-TS-SKILL > 20
               MOVE 0 TO WS-TS-SKILL
           END-IF.
           IF WS-TS-SKILL > 0
               IF FUNCTION TRIM(SKILL-NAME-ENTRY(WS-TS-SKILL))
                   = SPACES
                   MOVE 0 TO WS-TS-SKILL
               END-IF
           END-IF.
           IF WS-TS-SKILL = 0
               AND FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               MOVE "That is not a catalog skill number - any skill" &
               " will match." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           MOVE "Major (blank for any):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-TS-MAJOR.

           MOVE "Graduation year (blank for any):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 4
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-TS-YEAR
           END-IF.

           MOVE "Campus code (blank for any):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-TS-CAMPUS.

           MOVE "Registrar-verified students only? (Y/N):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               TO WS-TS-VERIFIED.

           MOVE 0 TO FIND-MATCH-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > USER-COUNT
               PERFORM CHECK-TALENT-CANDIDATE-PROCEDURE
               IF WS-TS-MATCH-FLAG = 'Y'
                   ADD 1 TO FIND-MATCH-COUNT
                   MOVE I TO FIND-MATCH-INDEX(FIND-MATCH-COUNT)
               END-IF
           END-PERFORM.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE "Ran a talent search" TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           IF FIND-MATCH-COUNT = 0
               MOVE "No opted-in students match that search."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO FIND-CHOICE-NUM.
           PERFORM UNTIL FIND-CHOICE-NUM = 0
               PERFORM LIST-TALENT-MATCHES-PROCEDURE
               MOVE "Enter a number to view that profile, or 0 to" &
               " go back:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               MOVE 0 TO FIND-CHOICE-NUM
               IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                       TO FIND-CHOICE-NUM
               END-IF
               IF FIND-CHOICE-NUM > FIND-MATCH-COUNT
                   MOVE "Invalid selection." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               ELSE
                   IF FIND-CHOICE-NUM > 0
                       MOVE FIND-MATCH-INDEX(FIND-CHOICE-NUM)
                           TO WS-INV-STUDENT-RANK
                       PERFORM SHOW-TALENT-PROFILE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.

      *> Does USER-TABLE row I pass the talent search filters? The
      *> opt-in is checked first; nobody else is ever considered, and
      *> neither is anyone either side has blocked.
       CHECK-TALENT-CANDIDATE-PROCEDURE.
           MOVE 'N' TO WS-TS-MATCH-FLAG.
           IF I = LOGGED-IN-RANK
               OR USER-ACCOUNT-STATUS(I) = 'D'
               EXIT PARAGRAPH
           END-IF.
           IF USER-ROLE(I) NOT = 'S' AND USER-ROLE(I) NOT = SPACE
               AND USER-ROLE(I) NOT = 'A'
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TSO-HIT.
           PERFORM VARYING WS-TSO-SUBS FROM 1 BY 1
               UNTIL WS-TSO-SUBS > WS-TSO-COUNT
               IF FUNCTION TRIM(WS-TSO-USERNAME(WS-TSO-SUBS))
                   = FUNCTION TRIM(USER-USERNAME(I))
                   MOVE WS-TSO-SUBS TO WS-TSO-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TSO-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-TSO-OPT-IN(WS-TSO-HIT) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO WS-BLOCK-USER-A.
           MOVE USER-USERNAME(I) TO WS-BLOCK-USER-B.
           PERFORM CHECK-BLOCK-PAIR-PROCEDURE.
           IF WS-BLOCK-FOUND-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           IF WS-TS-MAJOR NOT = SPACES
               MOVE FUNCTION UPPER-CASE(USER-MAJOR(I))
                   TO WS-SEARCH-HAYSTACK
               MOVE WS-TS-MAJOR TO WS-SEARCH-NEEDLE
               PERFORM STRING-CONTAINS-PROCEDURE
               IF NOT SEARCH-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-TS-YEAR NOT = 0
               AND USER-GRADUATION-YEAR(I) NOT = WS-TS-YEAR
               EXIT PARAGRAPH
           END-IF.

           IF WS-TS-CAMPUS NOT = SPACES
               MOVE USER-USERNAME(I) TO WS-CAMPUS-LOOKUP-USER
               PERFORM GET-USER-CAMPUS-PROCEDURE
               IF FUNCTION UPPER-CASE(WS-CAMPUS-LOOKUP-CODE)
                   NOT = WS-TS-CAMPUS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-TS-VERIFIED = 'Y'
               PERFORM CHECK-TALENT-VERIFIED-PROCEDURE
               IF WS-VER-FOUND-FLAG NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-TS-SKILL NOT = 0
               MOVE 'N' TO WS-SKILL-LISTED-FLAG
               PERFORM VARYING WS-SKILL-SUBS FROM 1 BY 1
                   UNTIL WS-SKILL-SUBS > SKILLS-COUNT
                   IF FUNCTION TRIM(WS-SKILL-USERNAME(WS-SKILL-SUBS))
                       = FUNCTION TRIM(USER-USERNAME(I))
                       AND WS-SKILL-NUMBER(WS-SKILL-SUBS)
                           = WS-TS-SKILL
                       MOVE 'Y' TO WS-SKILL-LISTED-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SKILL-LISTED-FLAG = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'Y' TO WS-TS-MATCH-FLAG.

      *> The registrar's verified mark for USER-TABLE row I (the
      *> profile screen's own check works on LOGGED-IN-RANK).
       CHECK-TALENT-VERIFIED-PROCEDURE.
           MOVE 'N' TO WS-VER-FOUND-FLAG.
           PERFORM VARYING WS-VER-SUBS FROM 1 BY 1
               UNTIL WS-VER-SUBS > WS-VER-COUNT
               IF FUNCTION TRIM(WS-VER-USERNAME(WS-VER-SUBS))
                   = FUNCTION TRIM(USER-USERNAME(I))
                   MOVE 'Y' TO WS-VER-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LIST-TALENT-MATCHES-PROCEDURE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > FIND-MATCH-COUNT
               MOVE FIND-MATCH-INDEX(J) TO I
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING
                   J DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   FUNCTION TRIM(USER-FIRST-NAME(I)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(USER-LAST-NAME(I)) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(USER-MAJOR(I)) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(USER-UNIVERSITY(I)) DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE SPACES TO TO-OUTPUT-BUF
               IF USER-GRADUATION-YEAR(I) NOT = 0
                   STRING "     Class of " DELIMITED BY SIZE
                       USER-GRADUATION-YEAR(I) DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
               END-IF
               IF USER-ROLE(I) = 'A'
                   MOVE SPACES TO WS-TS-LINE
                   STRING FUNCTION TRIM(TO-OUTPUT-BUF TRAILING)
                           DELIMITED BY SIZE
                       " [Alumni]" DELIMITED BY SIZE
                       INTO WS-TS-LINE
                   END-STRING
                   MOVE WS-TS-LINE TO TO-OUTPUT-BUF
               END-IF
               PERFORM CHECK-TALENT-VERIFIED-PROCEDURE
               IF WS-VER-FOUND-FLAG = 'Y'
                   MOVE SPACES TO WS-TS-LINE
                   STRING FUNCTION TRIM(TO-OUTPUT-BUF TRAILING)
                           DELIMITED BY SIZE
                       " [Verified]" DELIMITED BY SIZE
                       INTO WS-TS-LINE
                   END-STRING
                   MOVE WS-TS-LINE TO TO-OUTPUT-BUF
               END-IF
               IF TO-OUTPUT-BUF NOT = SPACES
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.

      *> The recruiter sees the profile exactly as any stranger would
      *> (unless the two are already connected), and from there can
      *> invite the student to apply to one of their open postings.
       SHOW-TALENT-PROFILE-PROCEDURE.
           MOVE 'N' TO WS-VIEWING-AS-STRANGER.
           MOVE USER-USERNAME(WS-INV-STUDENT-RANK)
               TO RECIPIENT-USERNAME.
           PERFORM VALIDATE-RECIPIENT-CONNECTION.
           IF CONNECTION-VALID-FLAG NOT = 'Y'
               MOVE 'Y' TO WS-VIEWING-AS-STRANGER
           END-IF.

           MOVE LOGGED-IN-RANK TO PROFILE-INDEX.
           MOVE WS-INV-STUDENT-RANK TO LOGGED-IN-RANK.
           MOVE "--- Talent Search Profile ---" TO PROFILE-HEADING.
           PERFORM VIEW-PROFILE-PROCEDURE.
           MOVE 'N' TO WS-VIEWING-AS-STRANGER.
           MOVE PROFILE-INDEX TO LOGGED-IN-RANK.
           MOVE WS-INV-STUDENT-RANK TO PROFILE-INDEX.

           MOVE USER-USERNAME(WS-INV-STUDENT-RANK) TO WS-PV-OWNER.
           MOVE "TALENT" TO WS-PV-CONTEXT.
           PERFORM RECORD-PROFILE-VIEW-PROCEDURE.

           MOVE "Invite this student to apply to one of your open" &
           " postings? (Y/N):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               PERFORM SEND-JOB-INVITE-PROCEDURE
           END-IF.

      *> An invite names one posting the recruiter manages that is
      *> still taking applications. It counts against the daily
      *> message cap, lands in the student's notifications, and is
      *> kept in job-invites.txt so InviteConversionReport can say
      *> how many turned into applications.
       SEND-JOB-INVITE-PROCEDURE.
           PERFORM CHECK-MY-COMPANY-SUSPENDED-PROCEDURE.
           IF COMPANY-IS-SUSPENDED
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING FUNCTION TRIM(WS-CS-LOOKUP-COMPANY)
                       DELIMITED BY SIZE
                   " is suspended by career services - invites are"
                       DELIMITED BY SIZE
                   " paused until the suspension is lifted."
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE "Your open postings:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "N" TO CONNECTION-EXIST-FLAG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
               MOVE I TO WS-MANAGE-JOB-SUBS
               PERFORM CHECK-INVITABLE-JOB-PROCEDURE
               IF WS-JOB-MANAGEABLE-FLAG = 'Y'
                   MOVE "Y" TO CONNECTION-EXIST-FLAG
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "(Posting #" DELIMITED BY SIZE
                       I DELIMITED BY SIZE
                       ") Job #" DELIMITED BY SIZE
                       WS-JOB-ID(I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOB-TITLE(I)) DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOB-EMPLOYER(I))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.

           IF CONNECTION-EXIST-FLAG = "N"
               MOVE "You have no open postings to invite anyone to."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Enter the posting # to invite them to, or 0 to" &
           " cancel:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE 0 TO WS-JOB-CHOICE.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-JOB-CHOICE
           END-IF.
           IF WS-JOB-CHOICE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-JOB-CHOICE > WS-JOB-COUNT
               MOVE "Invalid posting number." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JOB-CHOICE TO WS-MANAGE-JOB-SUBS.
           PERFORM CHECK-INVITABLE-JOB-PROCEDURE.
           IF WS-JOB-MANAGEABLE-FLAG NOT = 'Y'
               MOVE "Invalid posting number." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO CONNECTION-EXIST-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF APP-FILE-STATUS = "00"
               MOVE WS-JOB-ID(WS-JOB-CHOICE) TO APP-JOB-ID
               MOVE USER-USERNAME(WS-INV-STUDENT-RANK) TO APP-USERNAME
               READ APPLICATIONS-FILE
                   KEY IS APP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CONNECTION-EXIST-FLAG
               END-READ
           END-IF.
           CLOSE APPLICATIONS-FILE.
           IF CONNECTION-EXIST-FLAG = "Y"
               MOVE "This student has already applied to that" &
               " posting." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-JOB-INVITES-PROCEDURE.
           PERFORM VARYING WS-INV-SUBS FROM 1 BY 1
               UNTIL WS-INV-SUBS > WS-INV-COUNT
               IF WS-INV-JOB-ID(WS-INV-SUBS) = WS-JOB-ID(WS-JOB-CHOICE)
                   AND FUNCTION TRIM(WS-INV-STUDENT(WS-INV-SUBS))
                   = FUNCTION TRIM(USER-USERNAME(WS-INV-STUDENT-RANK))
                   MOVE "This student has already been invited to" &
                   " that posting." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-INV-COUNT >= 300
               MOVE "The invitation list is full - please contact" &
               " career services." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'M' TO WS-LIMIT-KIND.
           PERFORM CHECK-DAILY-LIMIT-PROCEDURE.
           IF WS-LIMIT-OK-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-INV-COUNT.
           MOVE WS-INV-COUNT TO WS-INV-SUBS.
           MOVE WS-JOB-ID(WS-JOB-CHOICE) TO WS-INV-JOB-ID(WS-INV-SUBS).
           MOVE WS-JOB-EMPLOYER(WS-JOB-CHOICE)
               TO WS-INV-EMPLOYER(WS-INV-SUBS).
           MOVE CURRENT-USER TO WS-INV-RECRUITER(WS-INV-SUBS).
           MOVE USER-USERNAME(WS-INV-STUDENT-RANK)
               TO WS-INV-STUDENT(WS-INV-SUBS).
           MOVE WS-TODAY-DATE TO WS-INV-DATE(WS-INV-SUBS).
           SET WS-INV-PENDING(WS-INV-SUBS) TO TRUE.
           MOVE 0 TO WS-INV-ACTED-DATE(WS-INV-SUBS).

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-JOB-INVITES-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE USER-USERNAME(WS-INV-STUDENT-RANK)
               TO NOTIF-TARGET-USER.
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING FUNCTION TRIM(WS-JOB-EMPLOYER(WS-JOB-CHOICE))
                   DELIMITED BY SIZE
               " invites you to apply: Job #" DELIMITED BY SIZE
               WS-JOB-ID(WS-JOB-CHOICE) DELIMITED BY SIZE
               " - see My Job Invitations under Job Search"
                   DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.
           PERFORM POST-NOTIFICATION-PROCEDURE.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE "Sent an invite to apply" TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Invitation sent to " DELIMITED BY SIZE
               FUNCTION TRIM(USER-FIRST-NAME(WS-INV-STUDENT-RANK))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(USER-LAST-NAME(WS-INV-STUDENT-RANK))
                   DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-CHOICE))
                   DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> A posting can carry an invite only while the recruiter may
      *> manage it and it is still taking applications: approved,
      *> not closed, and not past its deadline. Expects WS-TODAY-DATE.
       CHECK-INVITABLE-JOB-PROCEDURE.
           PERFORM CHECK-JOB-MANAGEABLE-PROCEDURE.
           IF WS-JOB-MANAGEABLE-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-JOB-IS-CLOSED(WS-MANAGE-JOB-SUBS)
               OR NOT WS-JOB-VISIBLE(WS-MANAGE-JOB-SUBS)
               OR WS-JOB-ID(WS-MANAGE-JOB-SUBS) = 0
               MOVE 'N' TO WS-JOB-MANAGEABLE-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-JOB-EXPIRATION-DATE(WS-MANAGE-JOB-SUBS) NOT = 0
               AND WS-JOB-EXPIRATION-DATE(WS-MANAGE-JOB-SUBS)
                   < WS-TODAY-DATE
               MOVE 'N' TO WS-JOB-MANAGEABLE-FLAG
           END-IF.

      *> The student's side: every invite they have been sent, and
      *> for one still open, apply straight from it or decline it.
      *> Applying goes through the normal application steps; the
      *> invite is marked applied once that application is on file.
       MY-JOB-INVITATIONS-PROCEDURE.
           MOVE "--- My Job Invitations ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-JOB-INVITES-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           MOVE 0 TO WS-INV-SHOWN.
           PERFORM VARYING WS-INV-SUBS FROM 1 BY 1
               UNTIL WS-INV-SUBS > WS-INV-COUNT
               IF FUNCTION TRIM(WS-INV-STUDENT(WS-INV-SUBS))
                   = FUNCTION TRIM(CURRENT-USER)
                   ADD 1 TO WS-INV-SHOWN
                   PERFORM SHOW-JOB-INVITE-LINE-PROCEDURE
               END-IF
           END-PERFORM.

           IF WS-INV-SHOWN = 0
               MOVE "No employer has invited you to apply yet."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Enter the invite # to act on, or 0 to go back:"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE 0 TO WS-INV-CHOICE.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-INV-CHOICE
           END-IF.
           IF WS-INV-CHOICE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-INV-CHOICE > WS-INV-COUNT
               MOVE "Invalid invite number." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-INV-STUDENT(WS-INV-CHOICE))
               NOT = FUNCTION TRIM(CURRENT-USER)
               MOVE "Invalid invite number." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-INV-PENDING(WS-INV-CHOICE)
               MOVE "You have already answered that invitation."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-INV-CHOICE TO WS-INV-SUBS.
           PERFORM FIND-INVITE-JOB-ROW-PROCEDURE.
           IF WS-INV-HIT = 0
               MOVE "That posting is no longer in the live job file."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           IF WS-JOB-IS-CLOSED(WS-INV-HIT)
               OR (WS-JOB-EXPIRATION-DATE(WS-INV-HIT) NOT = 0
                   AND WS-JOB-EXPIRATION-DATE(WS-INV-HIT)
                       < WS-TODAY-DATE)
               MOVE "This posting has closed - applications are no" &
               " longer accepted." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-INV-HIT TO WS-JOB-CHOICE.
           PERFORM VIEW-JOB-DETAILS-PROCEDURE.
           MOVE "A) Apply now  D) Decline  (blank to decide later):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           EVALUATE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               WHEN "A"
                   MOVE WS-INV-HIT TO WS-JOB-CHOICE
                   PERFORM APPLY-FOR-JOB-PROCEDURE
               WHEN "D"
                   PERFORM DECLINE-JOB-INVITE-PROCEDURE
               WHEN OTHER
                   MOVE "No change made." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-EVALUATE.

       SHOW-JOB-INVITE-LINE-PROCEDURE.
           PERFORM FIND-INVITE-JOB-ROW-PROCEDURE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           IF WS-INV-HIT = 0
               STRING "(Invite #" DELIMITED BY SIZE
                   WS-INV-SUBS DELIMITED BY SIZE
                   ") Job #" DELIMITED BY SIZE
                   WS-INV-JOB-ID(WS-INV-SUBS) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INV-EMPLOYER(WS-INV-SUBS))
                       DELIMITED BY SIZE
                   " - no longer listed" DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           ELSE
               STRING "(Invite #" DELIMITED BY SIZE
                   WS-INV-SUBS DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-TITLE(WS-INV-HIT))
                       DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INV-EMPLOYER(WS-INV-SUBS))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           EVALUATE TRUE
               WHEN WS-INV-APPLIED(WS-INV-SUBS)
                   MOVE "APPLIED" TO WS-TS-LINE
               WHEN WS-INV-DECLINED(WS-INV-SUBS)
                   MOVE "DECLINED" TO WS-TS-LINE
               WHEN WS-INV-HIT = 0
                   MOVE "CLOSED" TO WS-TS-LINE
               WHEN WS-JOB-IS-CLOSED(WS-INV-HIT)
                   MOVE "CLOSED" TO WS-TS-LINE
               WHEN WS-JOB-EXPIRATION-DATE(WS-INV-HIT) NOT = 0
                   AND WS-JOB-EXPIRATION-DATE(WS-INV-HIT)
                       < WS-TODAY-DATE
                   MOVE "DEADLINE PASSED" TO WS-TS-LINE
               WHEN OTHER
                   MOVE "OPEN - you can apply" TO WS-TS-LINE
           END-EVALUATE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "   Invited " DELIMITED BY SIZE
               WS-INV-DATE(WS-INV-SUBS) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INV-RECRUITER(WS-INV-SUBS))
                   DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TS-LINE) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Live jobs row for the invite WS-INV-SUBS points at; 0 when
      *> the posting has left the live file.
       FIND-INVITE-JOB-ROW-PROCEDURE.
           MOVE 0 TO WS-INV-HIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-JOB-COUNT
               IF WS-JOB-ID(K) = WS-INV-JOB-ID(WS-INV-SUBS)
                   MOVE K TO WS-INV-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       DECLINE-JOB-INVITE-PROCEDURE.
           SET WS-INV-DECLINED(WS-INV-CHOICE) TO TRUE.
           MOVE WS-TODAY-DATE TO WS-INV-ACTED-DATE(WS-INV-CHOICE).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-JOB-INVITES-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-INV-RECRUITER(WS-INV-CHOICE) TO NOTIF-TARGET-USER.
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
               " declined your invite to apply for Job #"
                   DELIMITED BY SIZE
               WS-INV-JOB-ID(WS-INV-CHOICE) DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.
           PERFORM POST-NOTIFICATION-PROCEDURE.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE "Declined an invite to apply" TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE "Invitation declined." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> An application to a posting the student was invited to
      *> closes the invite as applied, however the student reached
      *> the posting - from the invite, browsing, or a saved job.
       MARK-INVITE-APPLIED-PROCEDURE.
           PERFORM LOAD-JOB-INVITES-PROCEDURE.
           MOVE 0 TO WS-INV-HIT.
           PERFORM VARYING WS-INV-SUBS FROM 1 BY 1
               UNTIL WS-INV-SUBS > WS-INV-COUNT
               IF WS-INV-JOB-ID(WS-INV-SUBS) = WS-JOB-ID(WS-JOB-CHOICE)
                   AND FUNCTION TRIM(WS-INV-STUDENT(WS-INV-SUBS))
                       = FUNCTION TRIM(CURRENT-USER)
                   AND WS-INV-PENDING(WS-INV-SUBS)
                   SET WS-INV-APPLIED(WS-INV-SUBS) TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-INV-ACTED-DATE(WS-INV-SUBS)
                   ADD 1 TO WS-INV-HIT
               END-IF
           END-PERFORM.
           IF WS-INV-HIT > 0
               PERFORM SAVE-JOB-INVITES-TO-FILE
           END-IF.

       LOAD-INTERVIEW-ROOMS-PROCEDURE.
           INITIALIZE WS-ROOM-DATA.

           MOVE "interview-rooms.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT INTERVIEW-ROOMS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-ROOM-COUNT >= 30
               READ INTERVIEW-ROOMS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROOM-COUNT
                       MOVE INTERVIEW-ROOMS-RECORD
                           TO WS-ROOM-TABLE(WS-ROOM-COUNT)
               END-READ
           END-PERFORM.
           CLOSE INTERVIEW-ROOMS-FILE.

       SAVE-INTERVIEW-ROOMS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT INTERVIEW-ROOMS-FILE.
           PERFORM VARYING WS-ROOM-SUBS FROM 1 BY 1
               UNTIL WS-ROOM-SUBS > WS-ROOM-COUNT
               MOVE WS-ROOM-TABLE(WS-ROOM-SUBS)
                   TO INTERVIEW-ROOMS-RECORD
               WRITE INTERVIEW-ROOMS-RECORD
           END-PERFORM.
           CLOSE INTERVIEW-ROOMS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Career services keeps the list of rooms employers can be
      *> booked into on recruiting days. A room is added or changed
      *> by its code, or retired (and restored) when it is out of
      *> service. Codes are never reused, so old interview rows keep
      *> pointing at the room they were held in.
       INTERVIEW-ROOMS-PROCEDURE.
           MOVE "--- Interview Rooms ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM LOAD-INTERVIEW-ROOMS-PROCEDURE.

           IF WS-ROOM-COUNT = 0
               MOVE "No interview rooms on file." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.
           PERFORM VARYING WS-ROOM-SUBS FROM 1 BY 1
               UNTIL WS-ROOM-SUBS > WS-ROOM-COUNT
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "  " DELIMITED BY SIZE
                   WS-ROOM-CODE(WS-ROOM-SUBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ROOM-NAME(WS-ROOM-SUBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ROOM-CAMPUS(WS-ROOM-SUBS) DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               IF WS-ROOM-ACTIVE(WS-ROOM-SUBS) = 'N'
                   MOVE "(retired)" TO TO-OUTPUT-BUF(66:9)
               END-IF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-PERFORM.

           MOVE "1) Add or Change a Room  2) Retire or Restore a Room" &
           "  0) Back" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE INPUT-RECORD(1:1) TO INPUT-CHOICE-BUF.
           IF INPUT-CHOICE-BUF NOT = "1" AND INPUT-CHOICE-BUF NOT = "2"
               EXIT PARAGRAPH
           END-IF.

           MOVE "Room code (max 10 chars):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-ROOM-CODE-IN.
           IF WS-ROOM-CODE-IN = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROOM-HIT.
           PERFORM VARYING WS-ROOM-SUBS FROM 1 BY 1
               UNTIL WS-ROOM-SUBS > WS-ROOM-COUNT
               IF WS-ROOM-CODE(WS-ROOM-SUBS) = WS-ROOM-CODE-IN
                   MOVE WS-ROOM-SUBS TO WS-ROOM-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF INPUT-CHOICE-BUF = "2"
               PERFORM RETIRE-INTERVIEW-ROOM-PROCEDURE
           ELSE
               PERFORM EDIT-INTERVIEW-ROOM-PROCEDURE
           END-IF.

       RETIRE-INTERVIEW-ROOM-PROCEDURE.
           IF WS-ROOM-HIT = 0
               MOVE "No such room on file." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROOM-ACTIVE(WS-ROOM-HIT) = 'N'
               MOVE 'Y' TO WS-ROOM-ACTIVE(WS-ROOM-HIT)
           ELSE
               MOVE 'N' TO WS-ROOM-ACTIVE(WS-ROOM-HIT)
           END-IF.
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-INTERVIEW-ROOMS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           IF WS-ROOM-ACTIVE(WS-ROOM-HIT) = 'N'
               STRING "Retired interview room " DELIMITED BY SIZE
                   WS-ROOM-CODE-IN DELIMITED BY SIZE
                   INTO AUDIT-ACTION-TEXT
               END-STRING
           ELSE
               STRING "Restored interview room " DELIMITED BY SIZE
                   WS-ROOM-CODE-IN DELIMITED BY SIZE
                   INTO AUDIT-ACTION-TEXT
               END-STRING
           END-IF.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           IF WS-ROOM-ACTIVE(WS-ROOM-HIT) = 'N'
               MOVE "Room retired." TO TO-OUTPUT-BUF
           ELSE
               MOVE "Room restored." TO TO-OUTPUT-BUF
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       EDIT-INTERVIEW-ROOM-PROCEDURE.
           IF WS-ROOM-HIT = 0
               IF WS-ROOM-COUNT >= 30
                   MOVE "The room list is full - change or retire" &
                   " one instead." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROOM-COUNT
               MOVE WS-ROOM-COUNT TO WS-ROOM-HIT
               INITIALIZE WS-ROOM-TABLE(WS-ROOM-HIT)
               MOVE WS-ROOM-CODE-IN TO WS-ROOM-CODE(WS-ROOM-HIT)
               MOVE 'Y' TO WS-ROOM-ACTIVE(WS-ROOM-HIT)
           END-IF.

           MOVE "Room name, e.g. Career Center Room 2" &
           " (blank to keep):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               MOVE FUNCTION TRIM(INPUT-RECORD)
                   TO WS-ROOM-NAME(WS-ROOM-HIT)
           END-IF.

           MOVE "Campus code (blank to keep):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-ROOM-CAMPUS(WS-ROOM-HIT)
           END-IF.

           IF WS-ROOM-NAME(WS-ROOM-HIT) = SPACES
               MOVE WS-ROOM-CODE(WS-ROOM-HIT)
                   TO WS-ROOM-NAME(WS-ROOM-HIT)
           END-IF.
           IF WS-ROOM-CAMPUS(WS-ROOM-HIT) = SPACES
               MOVE "MAIN" TO WS-ROOM-CAMPUS(WS-ROOM-HIT)
           END-IF.

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-INTERVIEW-ROOMS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Saved interview room " DELIMITED BY SIZE
               WS-ROOM-CODE-IN DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Room saved." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Lists the active rooms at the applicant's campus
      *> (WS-OC-CHECK-CAMPUS) before the poster offers slots. Nothing
      *> is shown where the campus has no rooms on file.
       LIST-CAMPUS-ROOMS-PROCEDURE.
           PERFORM LOAD-INTERVIEW-ROOMS-PROCEDURE.
           MOVE 'N' TO WS-ROOM-LISTED-FLAG.
           PERFORM VARYING WS-ROOM-SUBS FROM 1 BY 1
               UNTIL WS-ROOM-SUBS > WS-ROOM-COUNT
               IF WS-ROOM-ACTIVE(WS-ROOM-SUBS) NOT = 'N'
                   AND WS-ROOM-CAMPUS(WS-ROOM-SUBS) = WS-OC-CHECK-CAMPUS
                   IF WS-ROOM-LISTED-FLAG = 'N'
                       MOVE 'Y' TO WS-ROOM-LISTED-FLAG
                       MOVE SPACES TO TO-OUTPUT-BUF
                       STRING "Interview rooms at " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-OC-CHECK-CAMPUS)
                               DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           INTO TO-OUTPUT-BUF
                       END-STRING
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                   END-IF
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "  " DELIMITED BY SIZE
                       WS-ROOM-CODE(WS-ROOM-SUBS) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROOM-NAME(WS-ROOM-SUBS))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.

      *> Asks which room an offered slot is held in, once the office
      *> is known to be open. Blank means the interview is not on
      *> campus (phone, video, the employer's own office). A room
      *> must be an active one at the applicant's campus, the time
      *> must be a real HH:MM, and no other offered or confirmed
      *> interview may sit in the room within ROOM-SLOT-MINUTES of
      *> it. WS-ROOM-OK-FLAG comes back 'Y' with the code in
      *> WS-ROOM-CODE-IN, or 'N' when the slot should not be added.
       PICK-INTERVIEW-ROOM-PROCEDURE.
           MOVE 'N' TO WS-ROOM-OK-FLAG.
           MOVE SPACES TO WS-ROOM-CODE-IN.
           IF WS-ROOM-LISTED-FLAG = 'N'
               MOVE 'Y' TO WS-ROOM-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE "Interview room code (blank = not on campus):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-ROOM-CODE-IN.
           IF WS-ROOM-CODE-IN = SPACES
               MOVE 'Y' TO WS-ROOM-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROOM-HIT.
           PERFORM VARYING WS-ROOM-SUBS FROM 1 BY 1
               UNTIL WS-ROOM-SUBS > WS-ROOM-COUNT
               IF WS-ROOM-CODE(WS-ROOM-SUBS) = WS-ROOM-CODE-IN
                   AND WS-ROOM-ACTIVE(WS-ROOM-SUBS) NOT = 'N'
                   AND WS-ROOM-CAMPUS(WS-ROOM-SUBS) = WS-OC-CHECK-CAMPUS
                   MOVE WS-ROOM-SUBS TO WS-ROOM-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ROOM-HIT = 0
               MOVE "That is not one of the rooms listed - slot not" &
               " offered." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-OC-CHECK-TIME TO WS-ROOM-TIME-IN.
           IF NOT (WS-ROOM-TIME-IN(1:2) IS NUMERIC
               AND WS-ROOM-TIME-IN(3:1) = ":"
               AND WS-ROOM-TIME-IN(4:2) IS NUMERIC
               AND WS-ROOM-TIME-IN(1:2) < "24"
               AND WS-ROOM-TIME-IN(4:2) < "60")
               MOVE "A room booking needs the time as HH:MM - slot" &
               " not offered." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM ROOM-TIME-MINUTES-PROCEDURE.
           MOVE WS-ROOM-MINUTES TO WS-ROOM-NEW-MINUTES.

           MOVE 0 TO WS-ROOM-CLASH.
           PERFORM VARYING WS-ROOM-SUBS FROM 1 BY 1
               UNTIL WS-ROOM-SUBS > WS-INT-COUNT
               IF WS-INT-ROOM(WS-ROOM-SUBS) = WS-ROOM-CODE-IN
                   AND WS-INT-SLOT-DATE(WS-ROOM-SUBS)
                       = WS-INT-SLOT-DATE-IN
                   AND (FUNCTION TRIM(WS-INT-STATUS(WS-ROOM-SUBS))
                       = "OFFERED"
                   OR FUNCTION TRIM(WS-INT-STATUS(WS-ROOM-SUBS))
                       = "CONFIRMED")
                   MOVE WS-INT-SLOT-TIME(WS-ROOM-SUBS)
                       TO WS-ROOM-TIME-IN
                   PERFORM ROOM-TIME-MINUTES-PROCEDURE
                   IF WS-ROOM-MINUTES + ROOM-SLOT-MINUTES
                       > WS-ROOM-NEW-MINUTES
                       AND WS-ROOM-NEW-MINUTES + ROOM-SLOT-MINUTES
                       > WS-ROOM-MINUTES
                       MOVE WS-ROOM-SUBS TO WS-ROOM-CLASH
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ROOM-CLASH > 0
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Room " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-CODE-IN) DELIMITED BY SIZE
                   " is already booked at " DELIMITED BY SIZE
                   WS-INT-SLOT-TIME(WS-ROOM-CLASH) DELIMITED BY SIZE
                   " that day - offer another time or room."
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-ROOM-OK-FLAG.

      *> HH:MM in WS-ROOM-TIME-IN to minutes past midnight in
      *> WS-ROOM-MINUTES; anything that is not a time counts as 0.
       ROOM-TIME-MINUTES-PROCEDURE.
           MOVE 0 TO WS-ROOM-MINUTES.
           IF WS-ROOM-TIME-IN(1:2) IS NUMERIC
               AND WS-ROOM-TIME-IN(4:2) IS NUMERIC
               COMPUTE WS-ROOM-MINUTES =
                   FUNCTION NUMVAL(WS-ROOM-TIME-IN(1:2)) * 60
                   + FUNCTION NUMVAL(WS-ROOM-TIME-IN(4:2))
           END-IF.

      *> Room name for the code in WS-ROOM-CODE-IN, in
      *> WS-ROOM-NAME-OUT; the code itself when the room has since
      *> been taken off the list, spaces when there is no room.
       GET-ROOM-NAME-PROCEDURE.
           MOVE WS-ROOM-CODE-IN TO WS-ROOM-NAME-OUT.
           IF WS-ROOM-CODE-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ROOM-SUBS FROM 1 BY 1
               UNTIL WS-ROOM-SUBS > WS-ROOM-COUNT
               IF WS-ROOM-CODE(WS-ROOM-SUBS) = WS-ROOM-CODE-IN
                   MOVE WS-ROOM-NAME(WS-ROOM-SUBS) TO WS-ROOM-NAME-OUT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> " in <room name>" for interview row I in WS-ROOM-SHOWN, for
      *> appending to a listing line; spaces when it has no room.
      *> The caller loads the room list first.
       SET-ROOM-SHOWN-PROCEDURE.
           MOVE SPACES TO WS-ROOM-SHOWN.
           MOVE WS-INT-ROOM(I) TO WS-ROOM-CODE-IN.
           IF WS-ROOM-CODE-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-ROOM-NAME-PROCEDURE.
           STRING " in " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROOM-NAME-OUT) DELIMITED BY SIZE
               INTO WS-ROOM-SHOWN
           END-STRING.

      *> Closing a posting settles every application on it that never
      *> got past Submitted or Interviewing: each moves to Position
      *> Closed, is recorded in the status history like any other
      *> move, and the student gets the poster's closing message.
      *> Offered and accepted applications are left for the poster
      *> to finish, and so is anyone the poster held back. Each one
      *> is rewritten where the keyed walk finds it, under the data
      *> lock, so no application on the posting is missed.
       DISPOSE-OPEN-APPLICATIONS-PROCEDURE.
           PERFORM LOAD-SWEEP-HOLDS-PROCEDURE.
           MOVE WS-JOB-POSTER(WS-JOB-CHOICE) TO WS-SWEEP-POSTER.
           PERFORM GET-CLOSING-WORDING-PROCEDURE.

           MOVE 0 TO WS-SWEEP-DONE.
           MOVE 0 TO WS-SWEEP-HELD.
           MOVE 0 TO WS-SWEEP-UNSAVED.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - the" &
               " applications on this posting were left as they were."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PW-SEQ.
           MOVE 'S' TO WS-PW-MODE.
           MOVE WS-JOB-CHOICE TO WS-PW-JOB-ROW.
           OPEN I-O APPLICATIONS-FILE.
           IF APP-FILE-STATUS = "00"
               PERFORM WALK-JOB-APPLICATIONS-PROCEDURE
           END-IF.
           CLOSE APPLICATIONS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

           IF WS-SWEEP-DONE > 0
               PERFORM SET-CLOSE-ACTOR-PROCEDURE
               MOVE WS-CLOSE-ACTOR TO AUDIT-USER-TEXT
               MOVE SPACES TO AUDIT-ACTION-TEXT
               STRING "Closed posting: " DELIMITED BY SIZE
                   WS-SWEEP-DONE DELIMITED BY SIZE
                   " application(s) set to Position Closed"
                       DELIMITED BY SIZE
                   INTO AUDIT-ACTION-TEXT
               END-STRING
               PERFORM LOG-AUDIT-ACTION-PROCEDURE
           END-IF.

           IF CLOSE-IS-QUIET
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING WS-SWEEP-DONE DELIMITED BY SIZE
               " application(s) still in review were set to"
                   DELIMITED BY SIZE
               " Position Closed and the applicants told."
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-SWEEP-HELD > 0
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING WS-SWEEP-HELD DELIMITED BY SIZE
                   " held applicant(s) were left as they were."
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.
           IF WS-SWEEP-UNSAVED > 0
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING WS-SWEEP-UNSAVED DELIMITED BY SIZE
                   " application(s) could not be rewritten"
                       DELIMITED BY SIZE
                   " - update them from Update Applicant Status."
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> The application the sweep's walk has just read, in the
      *> record area and WS-APP-WORK.
       DISPOSE-ONE-APPLICATION-PROCEDURE.
           IF FUNCTION TRIM(WS-APW-STATUS) NOT = "Submitted"
               AND FUNCTION TRIM(WS-APW-STATUS) NOT = "Interviewing"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SWEEP-HOLD-PROCEDURE.
           IF WS-SWH-HIT > 0
               ADD 1 TO WS-SWEEP-HELD
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-APW-STATUS TO WS-SH-OLD-STATUS.
           MOVE "Position Closed" TO APP-STATUS.
           REWRITE APPLICATIONS-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF APP-FILE-STATUS(1:1) NOT = "0"
               ADD 1 TO WS-SWEEP-UNSAVED
               EXIT PARAGRAPH
           END-IF.
           MOVE APPLICATIONS-RECORD TO WS-APP-WORK.
           PERFORM JOURNAL-APPLICATION-WORK-PROCEDURE.
           PERFORM RECORD-STATUS-HISTORY-WORK-PROCEDURE.
           ADD 1 TO WS-SWEEP-DONE.

           MOVE WS-APW-USERNAME TO NOTIF-TARGET-USER.
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING FUNCTION TRIM(WS-APW-JOB-TITLE) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CW-WORDING) DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.
           PERFORM POST-NOTIFICATION-PROCEDURE.

      *> Is the application in WS-APP-WORK held back from the
      *> sweep? WS-SWH-HIT is its hold row, 0 when it is not held.
       FIND-SWEEP-HOLD-PROCEDURE.
           MOVE 0 TO WS-SWH-HIT.
           PERFORM VARYING WS-SWH-SUBS FROM 1 BY 1
               UNTIL WS-SWH-SUBS > WS-SWH-COUNT
               IF WS-SWH-JOB-ID(WS-SWH-SUBS) = WS-APW-JOB-ID
                   AND WS-SWH-APPLICANT(WS-SWH-SUBS) = WS-APW-USERNAME
                   MOVE WS-SWH-SUBS TO WS-SWH-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The poster picks who stays in play when the posting in
      *> WS-JOB-CHOICE closes. Only applications the sweep would
      *> touch are offered; choosing one holds it, choosing a held
      *> one releases it.
       SWEEP-HOLDS-PROCEDURE.
           PERFORM LOAD-SWEEP-HOLDS-PROCEDURE.

           MOVE "Applicants still in review on this posting:"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE 0 TO WS-SWEEP-LISTED.
           MOVE 'H' TO WS-PW-MODE.
           PERFORM WALK-POSTING-APPLICATIONS-PROCEDURE.

           IF WS-SWEEP-LISTED = 0
               MOVE "None - closing this posting would change nothing."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Enter the Application # to hold or release, or 0 to" &
               " skip:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
               TO WS-PW-PICK.
           IF WS-PW-PICK = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 'F' TO WS-PW-MODE.
           PERFORM WALK-POSTING-APPLICATIONS-PROCEDURE.
           IF NOT PW-FOUND
               OR (FUNCTION TRIM(WS-APW-STATUS) NOT = "Submitted"
               AND FUNCTION TRIM(WS-APW-STATUS) NOT = "Interviewing")
               MOVE "That application is not one listed above."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-SWEEP-HOLD-PROCEDURE.
           IF WS-SWH-HIT > 0
               PERFORM VARYING WS-SWH-SUBS FROM WS-SWH-HIT BY 1
                   UNTIL WS-SWH-SUBS >= WS-SWH-COUNT
                   MOVE WS-SWH-TABLE(WS-SWH-SUBS + 1)
                       TO WS-SWH-TABLE(WS-SWH-SUBS)
               END-PERFORM
               SUBTRACT 1 FROM WS-SWH-COUNT
               MOVE "Released - closing the posting will settle this" &
                   " application." TO WS-SWEEP-LINE
               MOVE "Released applicant from closing sweep"
                   TO AUDIT-ACTION-TEXT
           ELSE
               IF WS-SWH-COUNT >= 300
                   MOVE "No room for more holds right now."
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SWH-COUNT
               MOVE WS-APW-JOB-ID TO WS-SWH-JOB-ID(WS-SWH-COUNT)
               MOVE WS-APW-USERNAME TO WS-SWH-APPLICANT(WS-SWH-COUNT)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-SWH-DATE(WS-SWH-COUNT)
               MOVE "Held - this application stays as it is when the" &
                   " posting closes." TO WS-SWEEP-LINE
               MOVE "Held applicant back from closing sweep"
                   TO AUDIT-ACTION-TEXT
           END-IF.

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-SWEEP-HOLDS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               PERFORM LOAD-SWEEP-HOLDS-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE WS-SWEEP-LINE TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> One line of the hold list, for the application in
      *> WS-APP-WORK when the sweep would touch it.
       LIST-SWEEP-CANDIDATE-PROCEDURE.
           IF FUNCTION TRIM(WS-APW-STATUS) NOT = "Submitted"
               AND FUNCTION TRIM(WS-APW-STATUS) NOT = "Interviewing"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SWEEP-LISTED.
           PERFORM FIND-SWEEP-HOLD-PROCEDURE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "(Application #" DELIMITED BY SIZE
               WS-PW-SEQ DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-USERNAME) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APW-STATUS) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           IF WS-SWH-HIT > 0
               MOVE TO-OUTPUT-BUF TO WS-SWEEP-LINE
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING FUNCTION TRIM(WS-SWEEP-LINE TRAILING)
                       DELIMITED BY SIZE
                   " - HELD" DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> The message applicants still in review get when a posting
      *> by this poster closes - the same one for every posting they
      *> own, whether they close it here or it lapses overnight.
       CLOSING-WORDING-PROCEDURE.
           MOVE WS-JOB-POSTER(WS-JOB-CHOICE) TO WS-SWEEP-POSTER.
           PERFORM GET-CLOSING-WORDING-PROCEDURE.
           MOVE "Applicants still in review are told, when a posting" &
               " closes:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "   " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CW-WORDING) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter new wording (max 80 chars), STANDARD for the" &
               " standard wording, or blank to keep:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "No changes made." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               = "STANDARD"
               IF WS-CW-HIT > 0
                   PERFORM VARYING WS-CW-SUBS FROM WS-CW-HIT BY 1
                       UNTIL WS-CW-SUBS >= WS-CW-COUNT
                       MOVE WS-CW-TABLE(WS-CW-SUBS + 1)
                           TO WS-CW-TABLE(WS-CW-SUBS)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CW-COUNT
               END-IF
           ELSE
               IF WS-CW-HIT = 0
                   IF WS-CW-COUNT >= 200
                       MOVE "No room for more closing messages right" &
                           " now." TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CW-COUNT
                   MOVE WS-CW-COUNT TO WS-CW-HIT
                   MOVE WS-SWEEP-POSTER TO WS-CW-POSTER(WS-CW-HIT)
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CW-TEXT(WS-CW-HIT)
           END-IF.

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-CLOSING-WORDING-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE "Changed closing message to applicants"
               TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Closing message saved." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> WS-CW-WORDING is WS-SWEEP-POSTER's closing message, or the
      *> standard one; WS-CW-HIT is the poster's row, 0 for none.
       GET-CLOSING-WORDING-PROCEDURE.
           PERFORM LOAD-CLOSING-WORDING-PROCEDURE.
           MOVE 0 TO WS-CW-HIT.
           MOVE CLOSING-STANDARD-WORDING TO WS-CW-WORDING.
           PERFORM VARYING WS-CW-SUBS FROM 1 BY 1
               UNTIL WS-CW-SUBS > WS-CW-COUNT
               IF WS-CW-POSTER(WS-CW-SUBS) = WS-SWEEP-POSTER
                   MOVE WS-CW-SUBS TO WS-CW-HIT
                   IF WS-CW-TEXT(WS-CW-SUBS) NOT = SPACES
                       MOVE WS-CW-TEXT(WS-CW-SUBS) TO WS-CW-WORDING
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-SWEEP-HOLDS-PROCEDURE.
           INITIALIZE WS-SWH-DATA.

           MOVE "sweep-holds.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT SWEEP-HOLDS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-SWH-COUNT >= 300
               READ SWEEP-HOLDS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SWH-COUNT
                       MOVE SWEEP-HOLDS-RECORD
                           TO WS-SWH-TABLE(WS-SWH-COUNT)
               END-READ
           END-PERFORM.
           CLOSE SWEEP-HOLDS-FILE.

       SAVE-SWEEP-HOLDS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SWEEP-HOLDS-FILE.
           PERFORM VARYING WS-SWH-SUBS FROM 1 BY 1
               UNTIL WS-SWH-SUBS > WS-SWH-COUNT
               MOVE WS-SWH-TABLE(WS-SWH-SUBS) TO SWEEP-HOLDS-RECORD
               WRITE SWEEP-HOLDS-RECORD
           END-PERFORM.
           CLOSE SWEEP-HOLDS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       LOAD-CLOSING-WORDING-PROCEDURE.
           INITIALIZE WS-CW-DATA.

           MOVE "closing-wording.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CLOSING-WORDING-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-CW-COUNT >= 200
               READ CLOSING-WORDING-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CW-COUNT
                       MOVE CLOSING-WORDING-RECORD
                           TO WS-CW-TABLE(WS-CW-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CLOSING-WORDING-FILE.

       SAVE-CLOSING-WORDING-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CLOSING-WORDING-FILE.
           PERFORM VARYING WS-CW-SUBS FROM 1 BY 1
               UNTIL WS-CW-SUBS > WS-CW-COUNT
               MOVE WS-CW-TABLE(WS-CW-SUBS) TO CLOSING-WORDING-RECORD
               WRITE CLOSING-WORDING-RECORD
           END-PERFORM.
           CLOSE CLOSING-WORDING-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Career services can take a whole company off the platform
      *> while a complaint is looked into. The postings themselves
      *> are never touched: browsing, recommendations and the company
      *> directory skip a suspended company's postings, so lifting
      *> the suspension brings back exactly the postings that were
      *> live before. Its recruiters cannot post or message, students
      *> cannot apply, and anyone with an application still in play
      *> is told. SuspendedCompanyReport lists them for follow-up.
       COMPANY-SUSPENSIONS-PROCEDURE.
           MOVE "--- Company Suspensions ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM LOAD-COMPANY-SUSPENSIONS-PROCEDURE.
           PERFORM LIST-SUSPENDED-COMPANIES-PROCEDURE.

           MOVE "1) Suspend a Company" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "2) Lift a Suspension" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "0) Back" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE INPUT-RECORD(1:1) TO INPUT-CHOICE-BUF.

           EVALUATE FUNCTION TRIM(INPUT-CHOICE-BUF)
               WHEN "1"
                   PERFORM SUSPEND-COMPANY-PROCEDURE
               WHEN "2"
                   PERFORM LIFT-SUSPENSION-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-SUSPENDED-COMPANIES-PROCEDURE.
           MOVE 0 TO WS-CS-LISTED.
           PERFORM VARYING WS-CS-SUBS FROM 1 BY 1
               UNTIL WS-CS-SUBS > WS-CS-COUNT
               IF WS-CS-IS-SUSPENDED(WS-CS-SUBS)
                   ADD 1 TO WS-CS-LISTED
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "(#" DELIMITED BY SIZE
                       WS-CS-SUBS DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CS-COMPANY(WS-CS-SUBS))
                           DELIMITED BY SIZE
                       " - suspended " DELIMITED BY SIZE
                       WS-CS-SUSPENDED-DATE(WS-CS-SUBS)(1:4)
                           DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-CS-SUSPENDED-DATE(WS-CS-SUBS)(5:2)
                           DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-CS-SUSPENDED-DATE(WS-CS-SUBS)(7:2)
                           DELIMITED BY SIZE
                       " by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CS-SUSPENDED-BY(WS-CS-SUBS))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "   Reason: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CS-REASON(WS-CS-SUBS))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.
           IF WS-CS-LISTED = 0
               MOVE "No company is suspended right now."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

       SUSPEND-COMPANY-PROCEDURE.
           IF COMPANY-COUNT > 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > COMPANY-COUNT
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING I DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COMPANY-NAME(I))
                           DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-PERFORM
           END-IF.
           MOVE "Enter the company number, or type the employer name" &
           " as it appears on postings (blank to cancel):"
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CS-LOOKUP-COMPANY.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-COMPANY-CHOICE
               IF WS-COMPANY-CHOICE < 1
                   OR WS-COMPANY-CHOICE > COMPANY-COUNT
                   MOVE "No company has that number." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-COMPANY-NAME(WS-COMPANY-CHOICE)
                   TO WS-CS-LOOKUP-COMPANY
           END-IF.

           PERFORM CHECK-COMPANY-SUSPENDED-PROCEDURE.
           IF COMPANY-IS-SUSPENDED
               MOVE "That company is already suspended."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CS-HIT = 0 AND WS-CS-COUNT >= 100
               MOVE "The suspension list is full." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Reason for the suspension:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "A suspension needs a reason - nothing changed."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CS-REASON-IN.

      *> A company suspended before and since lifted keeps its row;
      *> the audit log holds the earlier rounds.
           IF WS-CS-HIT = 0
               ADD 1 TO WS-CS-COUNT
               MOVE WS-CS-COUNT TO WS-CS-HIT
           END-IF.
           MOVE WS-CS-LOOKUP-COMPANY TO WS-CS-COMPANY(WS-CS-HIT).
           MOVE WS-CS-REASON-IN TO WS-CS-REASON(WS-CS-HIT).
           MOVE 'S' TO WS-CS-STATUS(WS-CS-HIT).
           MOVE CURRENT-USER TO WS-CS-SUSPENDED-BY(WS-CS-HIT).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CS-SUSPENDED-DATE(WS-CS-HIT).
           MOVE SPACES TO WS-CS-LIFTED-BY(WS-CS-HIT).
           MOVE 0 TO WS-CS-LIFTED-DATE(WS-CS-HIT).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-COMPANY-SUSPENSIONS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               PERFORM LOAD-COMPANY-SUSPENSIONS-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Suspended company " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CS-LOOKUP-COMPANY) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CS-REASON-IN) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           PERFORM COUNT-COMPANY-POSTINGS-PROCEDURE.
           PERFORM NOTIFY-SUSPENDED-APPLICANTS-PROCEDURE.
           MOVE SPACES TO WS-CS-NOTICE.
           STRING FUNCTION TRIM(WS-CS-LOOKUP-COMPANY) DELIMITED BY SIZE
               " is suspended by career services: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CS-REASON-IN) DELIMITED BY SIZE
               INTO WS-CS-NOTICE
           END-STRING.
           PERFORM NOTIFY-COMPANY-RECRUITERS-PROCEDURE.

           MOVE "Company suspended." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING WS-CS-POSTINGS DELIMITED BY SIZE
               " live posting(s) are hidden from students."
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING WS-CS-STUDENTS DELIMITED BY SIZE
               " application(s) still in play - the students were"
                   DELIMITED BY SIZE
               " told." DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING WS-CS-TOLD-COUNT DELIMITED BY SIZE
               " recruiter(s) were told." DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       LIFT-SUSPENSION-PROCEDURE.
           IF WS-CS-LISTED = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "Enter the # of the suspension to lift, or 0 to" &
           " go back:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.

           MOVE 0 TO WS-CS-CHOICE.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-CS-CHOICE
           END-IF.
           IF WS-CS-CHOICE < 1 OR WS-CS-CHOICE > WS-CS-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-CS-IS-SUSPENDED(WS-CS-CHOICE)
               EXIT PARAGRAPH
           END-IF.

           MOVE 'L' TO WS-CS-STATUS(WS-CS-CHOICE).
           MOVE CURRENT-USER TO WS-CS-LIFTED-BY(WS-CS-CHOICE).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CS-LIFTED-DATE(WS-CS-CHOICE).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-COMPANY-SUSPENSIONS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               PERFORM LOAD-COMPANY-SUSPENSIONS-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CS-COMPANY(WS-CS-CHOICE) TO WS-CS-LOOKUP-COMPANY.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Reinstated company " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CS-LOOKUP-COMPANY) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           PERFORM COUNT-COMPANY-POSTINGS-PROCEDURE.
           MOVE SPACES TO WS-CS-NOTICE.
           STRING "The suspension of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CS-LOOKUP-COMPANY) DELIMITED BY SIZE
               " is lifted - your postings are visible again."
                   DELIMITED BY SIZE
               INTO WS-CS-NOTICE
           END-STRING.
           PERFORM NOTIFY-COMPANY-RECRUITERS-PROCEDURE.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Suspension lifted. " DELIMITED BY SIZE
               WS-CS-POSTINGS DELIMITED BY SIZE
               " posting(s) are visible to students again."
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Postings under WS-CS-LOOKUP-COMPANY that students would see
      *> were the company in good standing.
       COUNT-COMPANY-POSTINGS-PROCEDURE.
           MOVE 0 TO WS-CS-POSTINGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM VARYING WS-CS-JOB-SUBS FROM 1 BY 1
               UNTIL WS-CS-JOB-SUBS > WS-JOB-COUNT
               IF NOT WS-JOB-IS-CLOSED(WS-CS-JOB-SUBS)
                   AND (WS-JOB-EXPIRATION-DATE(WS-CS-JOB-SUBS) = 0
                       OR WS-JOB-EXPIRATION-DATE(WS-CS-JOB-SUBS)
                           >= WS-TODAY-DATE)
                   AND WS-JOB-VISIBLE(WS-CS-JOB-SUBS)
                   AND FUNCTION UPPER-CASE(FUNCTION
                       TRIM(WS-JOB-EMPLOYER(WS-CS-JOB-SUBS)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-CS-LOOKUP-COMPANY))
                   ADD 1 TO WS-CS-POSTINGS
               END-IF
           END-PERFORM.

      *> Every application to the company that is still in play -
      *> submitted, interviewing or holding an offer - gets a notice
      *> naming the posting. Read straight from the file so students
      *> outside this session's table are reached too.
       NOTIFY-SUSPENDED-APPLICANTS-PROCEDURE.
           MOVE 0 TO WS-CS-STUDENTS.
           MOVE "applications.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT APPLICATIONS-FILE.
           IF APP-FILE-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION
                           TRIM(APP-JOB-EMPLOYER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-CS-LOOKUP-COMPANY))
                           PERFORM NOTIFY-ONE-APPLICANT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.

       NOTIFY-ONE-APPLICANT-PROCEDURE.
           IF FUNCTION TRIM(APP-STATUS) NOT = "Submitted"
               AND FUNCTION TRIM(APP-STATUS) NOT = "Interviewing"
               AND FUNCTION TRIM(APP-STATUS) NOT = "Offered"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CS-STUDENTS.
           MOVE APP-USERNAME TO NOTIF-TARGET-USER.
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING FUNCTION TRIM(APP-JOB-EMPLOYER) DELIMITED BY SIZE
               " is suspended - your application for "
                   DELIMITED BY SIZE
               FUNCTION TRIM(APP-JOB-TITLE) DELIMITED BY SIZE
               " is on hold." DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.
           PERFORM POST-NOTIFICATION-PROCEDURE.

      *> WS-CS-NOTICE goes once to each recruiter of the company in
      *> WS-CS-LOOKUP-COMPANY: every account linked to it, then any
      *> other account with a posting under its name.
       NOTIFY-COMPANY-RECRUITERS-PROCEDURE.
           MOVE 0 TO WS-CS-TOLD-COUNT.
           PERFORM VARYING WS-CL-SUBS FROM 1 BY 1
               UNTIL WS-CL-SUBS > WS-CL-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION
                   TRIM(WS-CL-COMPANY(WS-CL-SUBS)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-CS-LOOKUP-COMPANY))
                   MOVE WS-CL-USERNAME(WS-CL-SUBS) TO WS-CS-TELL-USER
                   PERFORM TELL-RECRUITER-PROCEDURE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CS-JOB-SUBS FROM 1 BY 1
               UNTIL WS-CS-JOB-SUBS > WS-JOB-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION
                   TRIM(WS-JOB-EMPLOYER(WS-CS-JOB-SUBS)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-CS-LOOKUP-COMPANY))
                   MOVE WS-JOB-POSTER(WS-CS-JOB-SUBS) TO WS-CS-TELL-USER
                   PERFORM TELL-RECRUITER-PROCEDURE
               END-IF
           END-PERFORM.

       TELL-RECRUITER-PROCEDURE.
           IF WS-CS-TELL-USER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CS-TOLD-SUBS FROM 1 BY 1
               UNTIL WS-CS-TOLD-SUBS > WS-CS-TOLD-COUNT
               IF WS-CS-TOLD-USER(WS-CS-TOLD-SUBS) = WS-CS-TELL-USER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-CS-TOLD-COUNT < 100
               ADD 1 TO WS-CS-TOLD-COUNT
               MOVE WS-CS-TELL-USER TO WS-CS-TOLD-USER(WS-CS-TOLD-COUNT)
           END-IF.
           MOVE WS-CS-TELL-USER TO NOTIF-TARGET-USER.
           MOVE WS-CS-NOTICE TO NOTIF-TEXT-BUF.
           PERFORM POST-NOTIFICATION-PROCEDURE.

      *> Is the employer in WS-CS-LOOKUP-COMPANY suspended right now?
      *> Names are matched the way company links match postings.
      *> WS-CS-HIT is its suspension row, 0 when it has never had one.
       CHECK-COMPANY-SUSPENDED-PROCEDURE.
           MOVE 'N' TO WS-CS-SUSPENDED-FLAG.
           MOVE 0 TO WS-CS-HIT.
           IF FUNCTION TRIM(WS-CS-LOOKUP-COMPANY) = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CS-SUBS FROM 1 BY 1
               UNTIL WS-CS-SUBS > WS-CS-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION
                   TRIM(WS-CS-COMPANY(WS-CS-SUBS)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-CS-LOOKUP-COMPANY))
                   MOVE WS-CS-SUBS TO WS-CS-HIT
                   IF WS-CS-IS-SUSPENDED(WS-CS-SUBS)
                       MOVE 'Y' TO WS-CS-SUSPENDED-FLAG
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Is the logged-in recruiter tied to a suspended company -
      *> through their company link, or through a posting of theirs
      *> under the company's name? On a hit the company is left in
      *> WS-CS-LOOKUP-COMPANY for the refusal message.
       CHECK-MY-COMPANY-SUSPENDED-PROCEDURE.
           MOVE 'N' TO WS-CS-SUSPENDED-FLAG.
           IF NOT ROLE-IS-EMPLOYER
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-COMPANY-SUSPENSIONS-PROCEDURE.
           IF WS-CS-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-MY-COMPANY-LINK-PROCEDURE.
           IF WS-CL-MY-LINK > 0
               MOVE WS-CL-COMPANY(WS-CL-MY-LINK) TO WS-CS-LOOKUP-COMPANY
               PERFORM CHECK-COMPANY-SUSPENDED-PROCEDURE
           END-IF.
           PERFORM VARYING WS-CS-JOB-SUBS FROM 1 BY 1
               UNTIL WS-CS-JOB-SUBS > WS-JOB-COUNT
                   OR COMPANY-IS-SUSPENDED
               IF WS-JOB-POSTER(WS-CS-JOB-SUBS)
                   = USER-USERNAME(LOGGED-IN-RANK)
                   MOVE WS-JOB-EMPLOYER(WS-CS-JOB-SUBS)
                       TO WS-CS-LOOKUP-COMPANY
                   PERFORM CHECK-COMPANY-SUSPENDED-PROCEDURE
               END-IF
           END-PERFORM.

       LOAD-COMPANY-SUSPENSIONS-PROCEDURE.
           INITIALIZE WS-CS-DATA.

           MOVE "company-suspensions.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT COMPANY-SUSPENSIONS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-CS-COUNT >= 100
               READ COMPANY-SUSPENSIONS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CS-COUNT
                       MOVE COMPANY-SUSPENSIONS-RECORD
                           TO WS-CS-TABLE(WS-CS-COUNT)
               END-READ
           END-PERFORM.
           CLOSE COMPANY-SUSPENSIONS-FILE.

       SAVE-COMPANY-SUSPENSIONS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COMPANY-SUSPENSIONS-FILE.
           PERFORM VARYING WS-CS-SUBS FROM 1 BY 1
               UNTIL WS-CS-SUBS > WS-CS-COUNT
               MOVE WS-CS-TABLE(WS-CS-SUBS)
                   TO COMPANY-SUSPENSIONS-RECORD
               WRITE COMPANY-SUSPENSIONS-RECORD
           END-PERFORM.
           CLOSE COMPANY-SUSPENSIONS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> The second step for employer and career-services accounts,
      *> whose passwords open far more than one student's data. A
      *> six-digit code goes through the mail spool to the confirmed
      *> email on file and is good for LOGIN-CODE-MINUTES; a wrong
      *> code counts toward the lockout like a wrong password. An
      *> account with no contact details at all enrolls an email at
      *> this step: the first code goes to the address typed, and
      *> entering it both confirms the email and completes the
      *> login. Where an email is on file but is unconfirmed or
      *> bouncing, the login is refused - a recovery question is no
      *> second factor for these accounts. Sets LOGIN-CODE-OK when
      *> the session may go on.
       LOGIN-VERIFICATION-PROCEDURE.
           MOVE 'N' TO WS-LV-OK-FLAG.
           MOVE 'N' TO WS-LV-STOP-FLAG.
           MOVE 'N' TO WS-LV-ENROLL-FLAG.
           MOVE 0 TO WS-LV-SENDS.
           MOVE 0 TO WS-LV-MISSES.
           PERFORM LOAD-CONTACTS-PROCEDURE.
           MOVE LOGIN-USERNAME TO WS-CT-TARGET.
           PERFORM FIND-CONTACT-ROW-PROCEDURE.
           IF WS-CT-HIT = 0
               PERFORM LOGIN-ENROLL-EMAIL-PROCEDURE
               IF NOT LOGIN-ENROLLING
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF NOT WS-CT-EMAIL-OK(WS-CT-HIT)
                   PERFORM LOGIN-NO-EMAIL-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM ISSUE-LOGIN-CODE-PROCEDURE.
           PERFORM UNTIL LOGIN-CODE-OK OR WS-LV-STOP-FLAG = 'Y'
               MOVE "Enter the verification code (R for a new code," &
               " blank to cancel):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               PERFORM CHECK-LOGIN-CODE-PROCEDURE
           END-PERFORM.

           IF LOGIN-CODE-OK AND LOGIN-ENROLLING
               MOVE 'Y' TO WS-CT-CODE-OK-FLAG
               MOVE 'N' TO WS-SAVE-FAILED-FLAG
               PERFORM FINISH-CONTACT-CONFIRM-PROCEDURE
           END-IF.

           IF LOGIN-CODE-OK
               MOVE 0 TO USER-FAILED-LOGINS(LOGGED-IN-RANK)
               MOVE LOGGED-IN-RANK TO WS-USER-SAVE-INDEX
               PERFORM SAVE-USERS-TO-FILE
           END-IF.

      *> First login since contact details came in, for an account
      *> with no row in contacts.txt. The email typed is held on a
      *> new row in the table only; the row is written, confirmed,
      *> once the login code sent to it comes back. Sets
      *> LOGIN-ENROLLING when there is an address to send to.
       LOGIN-ENROLL-EMAIL-PROCEDURE.
           IF WS-CT-COUNT >= 300
               PERFORM LOGIN-NO-EMAIL-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           MOVE "No email is on file for login verification. Enter" &
           " the email to send codes to (blank to cancel):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CT-NEW-EMAIL.
           IF WS-CT-NEW-EMAIL = SPACES
               MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT
               MOVE "Login verification abandoned"
                   TO AUDIT-ACTION-TEXT
               PERFORM LOG-AUDIT-ACTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CT-AT-COUNT.
           INSPECT WS-CT-NEW-EMAIL TALLYING WS-CT-AT-COUNT
               FOR ALL "@".
           IF WS-CT-AT-COUNT NOT = 1 OR WS-CT-NEW-EMAIL(1:1) = "@"
               MOVE "That is not an email address - please log in" &
               " again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT
               MOVE "Login verification failed - bad enrollment" &
               " email" TO AUDIT-ACTION-TEXT
               PERFORM LOG-AUDIT-ACTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CT-COUNT.
           MOVE WS-CT-COUNT TO WS-CT-HIT.
           INITIALIZE WS-CT-TABLE(WS-CT-HIT).
           MOVE WS-CT-TARGET TO WS-CT-USERNAME(WS-CT-HIT).
           MOVE WS-CT-NEW-EMAIL TO WS-CT-EMAIL(WS-CT-HIT).
           MOVE 'N' TO WS-CT-EMAIL-VERIFIED(WS-CT-HIT).
           MOVE 'E' TO WS-CT-CHANNEL(WS-CT-HIT).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CT-UPDATED-DATE(WS-CT-HIT).
           MOVE 'Y' TO WS-LV-ENROLL-FLAG.

           MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Login email enrollment: "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-CT-NEW-EMAIL) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

       CHECK-LOGIN-CODE-PROCEDURE.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE 'Y' TO WS-LV-STOP-FLAG
               MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT
               MOVE "Login verification abandoned"
                   TO AUDIT-ACTION-TEXT
               PERFORM LOG-AUDIT-ACTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD)) = "R"
               IF WS-LV-SENDS >= LOGIN-CODE-MAX-SENDS
                   MOVE "No more codes can be sent for this login -" &
                   " please log in again." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   MOVE 'Y' TO WS-LV-STOP-FLAG
               ELSE
                   PERFORM ISSUE-LOGIN-CODE-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOGIN-CODE-CLOCK-PROCEDURE.
           IF WS-LV-NOW-SECS > WS-LV-EXPIRES-SECS
               MOVE "That code has expired - enter R for a new one."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT
               MOVE "Login verification failed - code expired"
                   TO AUDIT-ACTION-TEXT
               PERFORM LOG-AUDIT-ACTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   = WS-LV-CODE
               MOVE 'Y' TO WS-LV-OK-FLAG
               MOVE 0 TO WS-LV-CODE
               MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT
               MOVE "Login verification code accepted"
                   TO AUDIT-ACTION-TEXT
               PERFORM LOG-AUDIT-ACTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT.
           MOVE "Login verification failed - wrong code"
               TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           PERFORM LOGIN-STEP-MISSED-PROCEDURE.
           IF WS-LV-STOP-FLAG = 'N'
               MOVE "That code is not right." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> A miss at the second step counts like a wrong password:
      *> LOCKOUT-FAILED-LOGINS in a row lock the account until
      *> tomorrow. LOGIN-CODE-MAX-MISSES ends this login sooner.
       LOGIN-STEP-MISSED-PROCEDURE.
           ADD 1 TO WS-LV-MISSES.
           ADD 1 TO USER-FAILED-LOGINS(LOGGED-IN-RANK).
           IF USER-FAILED-LOGINS(LOGGED-IN-RANK)
               >= LOCKOUT-FAILED-LOGINS
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1
               MOVE SPACES TO USER-LOCKED-UNTIL(LOGGED-IN-RANK)
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   TO USER-LOCKED-UNTIL(LOGGED-IN-RANK)(1:8)
               MOVE 0 TO USER-FAILED-LOGINS(LOGGED-IN-RANK)
               MOVE 'Y' TO WS-LV-STOP-FLAG
               MOVE "This account is temporarily locked due to" &
               " repeated failed logins. Please try again later."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT
               MOVE "Account locked at login verification"
                   TO AUDIT-ACTION-TEXT
               PERFORM LOG-AUDIT-ACTION-PROCEDURE
           END-IF.
           MOVE LOGGED-IN-RANK TO WS-USER-SAVE-INDEX.
           PERFORM SAVE-USERS-TO-FILE.
           IF WS-LV-STOP-FLAG = 'N'
               AND WS-LV-MISSES >= LOGIN-CODE-MAX-MISSES
               MOVE 'Y' TO WS-LV-STOP-FLAG
               MOVE "Too many wrong codes - please log in again."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> A fresh code for the login on row WS-CT-HIT, spooled to its
      *> confirmed email. Any earlier code from this login stops
      *> working.
       ISSUE-LOGIN-CODE-PROCEDURE.
           ADD 1 TO WS-LV-SENDS.
           COMPUTE WS-LV-CODE = FUNCTION RANDOM * 899999 + 100000.
           PERFORM LOGIN-CODE-CLOCK-PROCEDURE.
           COMPUTE WS-LV-EXPIRES-SECS =
               WS-LV-NOW-SECS + LOGIN-CODE-MINUTES * 60.

           MOVE "Your InCollege login verification code"
               TO WS-CT-SUBJECT.
           MOVE SPACES TO WS-CT-BODY.
           STRING "  Your one-time code is " DELIMITED BY SIZE
               WS-LV-CODE DELIMITED BY SIZE
               ". It expires in " DELIMITED BY SIZE
               LOGIN-CODE-MINUTES DELIMITED BY SIZE
               " minutes. If you did not just log in, call career" &
               " services." DELIMITED BY SIZE
               INTO WS-CT-BODY
           END-STRING.
           PERFORM SPOOL-CONTACT-CODE-PROCEDURE.

           MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT.
           MOVE "Login verification code issued" TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "A verification code was sent to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CT-EMAIL(WS-CT-HIT)) DELIMITED BY SIZE
               ". It expires in " DELIMITED BY SIZE
               LOGIN-CODE-MINUTES DELIMITED BY SIZE
               " minutes." DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Seconds on a running clock, so a code issued before midnight
      *> still times out correctly after it.
       LOGIN-CODE-CLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-LV-STAMP.
           COMPUTE WS-LV-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-LV-STAMP-DATE) * 86400
               + WS-LV-STAMP-HH * 3600
               + WS-LV-STAMP-MI * 60
               + WS-LV-STAMP-SS.

      *> The email on file is unconfirmed or bouncing, so there is
      *> nowhere safe to send a code: the login is refused until
      *> career services resets the login email from the Admin
      *> Console, after which the next login enrolls a new one.
       LOGIN-NO-EMAIL-PROCEDURE.
           MOVE "This account's email is not confirmed, so the" &
           " login cannot be verified - please contact career" &
           " services." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE LOGIN-USERNAME TO AUDIT-USER-TEXT.
           MOVE "Login verification failed - no confirmed email"
               TO AUDIT-ACTION-TEXT.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

      *> Operating limits live in system-parameters.txt, one row per
      *> parameter that has been changed from its documented default.
      *> The session reads the file once at startup; a row naming a
      *> parameter we do not know, or carrying a value outside the
      *> range in SP-CATALOG, is ignored and the default runs.
       LOAD-SYSTEM-PARAMETERS-PROCEDURE.
           INITIALIZE WS-SP-DATA.
           PERFORM VARYING WS-SP-SUBS FROM 1 BY 1
               UNTIL WS-SP-SUBS > SP-CATALOG-COUNT
               MOVE SP-CAT-DEFAULT(WS-SP-SUBS)
                   TO WS-SP-VALUE(WS-SP-SUBS)
           END-PERFORM.

           MOVE "system-parameters.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT SYSTEM-PARAMETERS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SYSTEM-PARAMETERS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM TAKE-SYSTEM-PARAMETER-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE SYSTEM-PARAMETERS-FILE.

       TAKE-SYSTEM-PARAMETER-PROCEDURE.
           MOVE 0 TO WS-SP-HIT.
           PERFORM VARYING WS-SP-SUBS FROM 1 BY 1
               UNTIL WS-SP-SUBS > SP-CATALOG-COUNT
               IF SP-CAT-NAME(WS-SP-SUBS) = SP-NAME
                   MOVE WS-SP-SUBS TO WS-SP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SP-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           IF SP-VALUE IS NOT NUMERIC
               OR SP-VALUE < SP-CAT-MIN(WS-SP-HIT)
               OR SP-VALUE > SP-CAT-MAX(WS-SP-HIT)
               MOVE 'Y' TO WS-SP-BAD-FLAG(WS-SP-HIT)
               MOVE SP-VALUE TO WS-SP-BAD-VALUE(WS-SP-HIT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SP-VALUE TO WS-SP-VALUE(WS-SP-HIT).
           MOVE SP-CHANGED-BY TO WS-SP-SET-BY(WS-SP-HIT).
           MOVE SP-CHANGED-DATE TO WS-SP-SET-DATE(WS-SP-HIT).
           MOVE 'N' TO WS-SP-BAD-FLAG(WS-SP-HIT).

      *> Startup only: copy this session's parameters into the limits
      *> the rest of the program tests. A change saved from the
      *> System Parameters screen waits for the next startup.
       APPLY-SYSTEM-PARAMETERS-PROCEDURE.
           PERFORM VARYING WS-SP-SUBS FROM 1 BY 1
               UNTIL WS-SP-SUBS > SP-CATALOG-COUNT
               EVALUATE SP-CAT-NAME(WS-SP-SUBS)
                   WHEN "PASSWORD-MAX-AGE-DAYS"
                       MOVE WS-SP-VALUE(WS-SP-SUBS)
                           TO PASSWORD-MAX-AGE-DAYS
                   WHEN "IDLE-TIMEOUT-MINUTES"
                       MOVE WS-SP-VALUE(WS-SP-SUBS)
                           TO IDLE-TIMEOUT-MINUTES
                   WHEN "CONN-DAILY-LIMIT"
                       MOVE WS-SP-VALUE(WS-SP-SUBS)
                           TO CONN-DAILY-LIMIT
                   WHEN "MSG-DAILY-LIMIT"
                       MOVE WS-SP-VALUE(WS-SP-SUBS)
                           TO MSG-DAILY-LIMIT
                   WHEN "NOTIF-RETAIN-DAYS"
                       MOVE WS-SP-VALUE(WS-SP-SUBS)
                           TO NOTIF-RETAIN-DAYS
                   WHEN "FEED-WINDOW-DAYS"
                       MOVE WS-SP-VALUE(WS-SP-SUBS)
                           TO FEED-WINDOW-DAYS
                   WHEN "LOCKOUT-FAILED-LOGINS"
                       MOVE WS-SP-VALUE(WS-SP-SUBS)
                           TO LOCKOUT-FAILED-LOGINS
                   WHEN "LOGIN-CODE-MINUTES"
                       MOVE WS-SP-VALUE(WS-SP-SUBS)
                           TO LOGIN-CODE-MINUTES
                   WHEN "LOGIN-CODE-MAX-MISSES"
                       MOVE WS-SP-VALUE(WS-SP-SUBS)
                           TO LOGIN-CODE-MAX-MISSES
                   WHEN "LOGIN-CODE-MAX-SENDS"
                       MOVE WS-SP-VALUE(WS-SP-SUBS)
                           TO LOGIN-CODE-MAX-SENDS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *> Admin Console screen: every parameter with the value on file,
      *> its documented default and range, and the program that reads
      *> it. A change is range-checked, saved, written to the audit
      *> log, and picked up the next time that program starts.
       SYSTEM-PARAMETERS-PROCEDURE.
           MOVE "--- System Parameters ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM LOAD-SYSTEM-PARAMETERS-PROCEDURE.
           PERFORM VARYING WS-SP-SUBS FROM 1 BY 1
               UNTIL WS-SP-SUBS > SP-CATALOG-COUNT
               PERFORM SHOW-SYSTEM-PARAMETER-PROCEDURE
           END-PERFORM.

           MOVE "Parameter to change (blank to go back):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-SP-NAME-IN.

           MOVE 0 TO WS-SP-HIT.
           PERFORM VARYING WS-SP-SUBS FROM 1 BY 1
               UNTIL WS-SP-SUBS > SP-CATALOG-COUNT
               IF SP-CAT-NAME(WS-SP-SUBS) = WS-SP-NAME-IN
                   MOVE WS-SP-SUBS TO WS-SP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SP-HIT = 0
               MOVE "No parameter by that name." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHANGE-SYSTEM-PARAMETER-PROCEDURE.

       SHOW-SYSTEM-PARAMETER-PROCEDURE.
           MOVE WS-SP-VALUE(WS-SP-SUBS) TO WS-SP-SHOW-VALUE.
           MOVE SP-CAT-DEFAULT(WS-SP-SUBS) TO WS-SP-SHOW-DEFAULT.
           MOVE SP-CAT-MIN(WS-SP-SUBS) TO WS-SP-SHOW-MIN.
           MOVE SP-CAT-MAX(WS-SP-SUBS) TO WS-SP-SHOW-MAX.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING FUNCTION TRIM(SP-CAT-NAME(WS-SP-SUBS))
                   DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-SHOW-VALUE) DELIMITED BY SIZE
               " (default " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-SHOW-DEFAULT) DELIMITED BY SIZE
               ", range " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-SHOW-MIN) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-SHOW-MAX) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               FUNCTION TRIM(SP-CAT-OWNER(WS-SP-SUBS))
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE SPACES TO TO-OUTPUT-BUF.
           IF WS-SP-SET-BY(WS-SP-SUBS) = SPACES
               STRING "    " DELIMITED BY SIZE
                   FUNCTION TRIM(SP-CAT-TEXT(WS-SP-SUBS))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           ELSE
               STRING "    " DELIMITED BY SIZE
                   FUNCTION TRIM(SP-CAT-TEXT(WS-SP-SUBS))
                       DELIMITED BY SIZE
                   " - set by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SP-SET-BY(WS-SP-SUBS))
                       DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   WS-SP-SET-DATE(WS-SP-SUBS)(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-SP-SET-DATE(WS-SP-SUBS)(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-SP-SET-DATE(WS-SP-SUBS)(7:2) DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           IF WS-SP-BAD-FLAG(WS-SP-SUBS) = 'Y'
               MOVE WS-SP-BAD-VALUE(WS-SP-SUBS) TO WS-SP-SHOW-OLD
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "    File holds " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SP-SHOW-OLD) DELIMITED BY SIZE
                   ", outside the range - the default is in use."
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

       CHANGE-SYSTEM-PARAMETER-PROCEDURE.
           MOVE SP-CAT-MIN(WS-SP-HIT) TO WS-SP-SHOW-MIN.
           MOVE SP-CAT-MAX(WS-SP-HIT) TO WS-SP-SHOW-MAX.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "New value for " DELIMITED BY SIZE
               FUNCTION TRIM(SP-CAT-NAME(WS-SP-HIT)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-SHOW-MIN) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-SHOW-MAX) DELIMITED BY SIZE
               ", D for the default, blank to cancel):"
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD)) = "D"
               MOVE SP-CAT-DEFAULT(WS-SP-HIT) TO WS-SP-NEW-VALUE
           ELSE
               IF FUNCTION TRIM(INPUT-RECORD) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                       > 6
                   MOVE "Please enter a whole number." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-SP-NEW-VALUE
           END-IF.

           IF WS-SP-NEW-VALUE < SP-CAT-MIN(WS-SP-HIT)
               OR WS-SP-NEW-VALUE > SP-CAT-MAX(WS-SP-HIT)
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "That is outside the allowed range of "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SP-SHOW-MIN) DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SP-SHOW-MAX) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           IF WS-SP-NEW-VALUE = WS-SP-VALUE(WS-SP-HIT)
               AND WS-SP-BAD-FLAG(WS-SP-HIT) NOT = 'Y'
               MOVE "That is already the value - nothing changed."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SP-VALUE(WS-SP-HIT) TO WS-SP-OLD-VALUE.
           MOVE WS-SP-NEW-VALUE TO WS-SP-VALUE(WS-SP-HIT).
           MOVE CURRENT-USER TO WS-SP-SET-BY(WS-SP-HIT).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-SP-SET-DATE(WS-SP-HIT).
           MOVE 'N' TO WS-SP-BAD-FLAG(WS-SP-HIT).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-SYSTEM-PARAMETERS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SP-OLD-VALUE TO WS-SP-SHOW-OLD.
           MOVE WS-SP-NEW-VALUE TO WS-SP-SHOW-VALUE.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Changed parameter " DELIMITED BY SIZE
               FUNCTION TRIM(SP-CAT-NAME(WS-SP-HIT)) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-SHOW-OLD) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-SHOW-VALUE) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Saved. " DELIMITED BY SIZE
               FUNCTION TRIM(SP-CAT-OWNER(WS-SP-HIT))
                   DELIMITED BY SIZE
               " uses the new value from its next startup."
                   DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Only parameters someone has set are written; the rest stay
      *> off the file and run at their documented defaults.
       SAVE-SYSTEM-PARAMETERS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SYSTEM-PARAMETERS-FILE.
           PERFORM VARYING WS-SP-SUBS FROM 1 BY 1
               UNTIL WS-SP-SUBS > SP-CATALOG-COUNT
               IF WS-SP-SET-BY(WS-SP-SUBS) NOT = SPACES
                   MOVE SP-CAT-NAME(WS-SP-SUBS) TO SP-NAME
                   MOVE WS-SP-VALUE(WS-SP-SUBS) TO SP-VALUE
                   MOVE WS-SP-SET-BY(WS-SP-SUBS) TO SP-CHANGED-BY
                   MOVE WS-SP-SET-DATE(WS-SP-SUBS) TO SP-CHANGED-DATE
                   WRITE SYSTEM-PARAMETERS-RECORD
               END-IF
           END-PERFORM.
           CLOSE SYSTEM-PARAMETERS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Openings per posting live in job-openings.txt, one row per
      *> job number: how many people the posting hires and how many
      *> offers have been accepted against it. A posting with no row
      *> hires one person and has filled none - every posting made
      *> before openings were tracked, and every imported one.
       LOAD-JOB-OPENINGS-PROCEDURE.
           INITIALIZE WS-JO-DATA.

           MOVE "job-openings.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT JOB-OPENINGS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-JO-COUNT >= 999
               READ JOB-OPENINGS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JO-COUNT
                       MOVE JOB-OPENINGS-RECORD
                           TO WS-JO-TABLE(WS-JO-COUNT)
               END-READ
           END-PERFORM.
           CLOSE JOB-OPENINGS-FILE.

       SAVE-JOB-OPENINGS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT JOB-OPENINGS-FILE.
           PERFORM VARYING WS-JO-SUBS FROM 1 BY 1
               UNTIL WS-JO-SUBS > WS-JO-COUNT
               MOVE WS-JO-TABLE(WS-JO-SUBS) TO JOB-OPENINGS-RECORD
               WRITE JOB-OPENINGS-RECORD
           END-PERFORM.
           CLOSE JOB-OPENINGS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Openings on job number WS-JO-LOOKUP-ID: WS-JO-HIT is its row
      *> (0 for none), WS-JO-TOTAL / WS-JO-FILLED-NOW /
      *> WS-JO-REMAINING the counts, and WS-JO-SHOWN the
      *> "3 of 8 openings remaining" text for listings.
       FIND-JOB-OPENINGS-PROCEDURE.
           MOVE 0 TO WS-JO-HIT.
           MOVE 1 TO WS-JO-TOTAL.
           MOVE 0 TO WS-JO-FILLED-NOW.
           PERFORM VARYING WS-JO-SUBS FROM 1 BY 1
               UNTIL WS-JO-SUBS > WS-JO-COUNT
               IF WS-JO-JOB-ID(WS-JO-SUBS) = WS-JO-LOOKUP-ID
                   MOVE WS-JO-SUBS TO WS-JO-HIT
                   MOVE WS-JO-OPENINGS(WS-JO-SUBS) TO WS-JO-TOTAL
                   MOVE WS-JO-FILLED(WS-JO-SUBS) TO WS-JO-FILLED-NOW
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-JO-FILLED-NOW < WS-JO-TOTAL
               COMPUTE WS-JO-REMAINING = WS-JO-TOTAL - WS-JO-FILLED-NOW
           ELSE
               MOVE 0 TO WS-JO-REMAINING
           END-IF.
           MOVE WS-JO-TOTAL TO WS-JO-TOTAL-SHOW.
           MOVE WS-JO-REMAINING TO WS-JO-REMAIN-SHOW.
           MOVE SPACES TO WS-JO-SHOWN.
           STRING FUNCTION TRIM(WS-JO-REMAIN-SHOW) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JO-TOTAL-SHOW) DELIMITED BY SIZE
               " openings remaining" DELIMITED BY SIZE
               INTO WS-JO-SHOWN
           END-STRING.

      *> Asked when a posting is made or re-posted; the answer waits
      *> in WS-JO-ENTERED until the save has given the posting its
      *> job number.
       PROMPT-JOB-OPENINGS-PROCEDURE.
           MOVE 1 TO WS-JO-ENTERED.
           MOVE "Number of openings on this posting (blank = 1):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) >= 1
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) <= 999
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-JO-ENTERED
           ELSE
               MOVE "Openings must be a whole number from 1 to 999" &
               " - the posting is set to one opening." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> Writes the openings row for the posting just saved at
      *> WS-JOB-COUNT, nothing filled yet.
       RECORD-NEW-JOB-OPENINGS-PROCEDURE.
           IF WS-JOB-ID(WS-JOB-COUNT) = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-JOB-OPENINGS-PROCEDURE.
           MOVE WS-JOB-ID(WS-JOB-COUNT) TO WS-JO-LOOKUP-ID.
           PERFORM FIND-JOB-OPENINGS-PROCEDURE.
           IF WS-JO-HIT = 0
               IF WS-JO-COUNT >= 999
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JO-COUNT
               MOVE WS-JO-COUNT TO WS-JO-HIT
               MOVE WS-JO-LOOKUP-ID TO WS-JO-JOB-ID(WS-JO-HIT)
           END-IF.
           MOVE WS-JO-ENTERED TO WS-JO-OPENINGS(WS-JO-HIT).
           MOVE 0 TO WS-JO-FILLED(WS-JO-HIT).
           PERFORM SAVE-JOB-OPENINGS-TO-FILE.

      *> The poster changes how many people the posting at
      *> WS-JOB-CHOICE hires. It cannot go below the offers already
      *> accepted; bringing it down to exactly that closes the
      *> posting as filled, while raising it on a closed posting
      *> leaves reopening to Extend Deadline.
       EDIT-JOB-OPENINGS-PROCEDURE.
           IF WS-JOB-ID(WS-JOB-CHOICE) = 0
               MOVE "This posting has no job number, so its openings" &
               " cannot be tracked." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-JOB-OPENINGS-PROCEDURE.
           MOVE WS-JOB-ID(WS-JOB-CHOICE) TO WS-JO-LOOKUP-ID.
           PERFORM FIND-JOB-OPENINGS-PROCEDURE.

           MOVE WS-JO-FILLED-NOW TO WS-JO-FILLED-SHOW.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Currently " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JO-SHOWN) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JO-FILLED-SHOW) DELIMITED BY SIZE
               " filled)." DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           IF WS-JO-FILLED-NOW > 1
               MOVE WS-JO-FILLED-NOW TO WS-JO-FLOOR
           ELSE
               MOVE 1 TO WS-JO-FLOOR
           END-IF.
           MOVE "New number of openings (blank to cancel):"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "No changes made." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) IS NOT NUMERIC
               OR FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   < WS-JO-FLOOR
               OR FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) > 999
               MOVE WS-JO-FLOOR TO WS-JO-FILLED-SHOW
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Openings must be a whole number from "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JO-FILLED-SHOW) DELIMITED BY SIZE
                   " to 999 - no changes made." DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
               TO WS-JO-ENTERED.

           IF WS-JO-HIT = 0
               IF WS-JO-COUNT >= 999
                   MOVE "The openings list is full - tell career" &
                   " services." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JO-COUNT
               MOVE WS-JO-COUNT TO WS-JO-HIT
               MOVE WS-JO-LOOKUP-ID TO WS-JO-JOB-ID(WS-JO-HIT)
               MOVE 0 TO WS-JO-FILLED(WS-JO-HIT)
           END-IF.
           MOVE WS-JO-TOTAL TO WS-JO-OLD-SHOW.
           MOVE WS-JO-ENTERED TO WS-JO-OPENINGS(WS-JO-HIT).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-JOB-OPENINGS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-JO-ENTERED TO WS-JO-TOTAL-SHOW.
           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Changed openings on job #" DELIMITED BY SIZE
               WS-JO-LOOKUP-ID DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JO-OLD-SHOW) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JO-TOTAL-SHOW) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           PERFORM FIND-JOB-OPENINGS-PROCEDURE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Posting updated - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JO-SHOWN) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           IF WS-JO-REMAINING = 0
               AND NOT WS-JOB-IS-CLOSED(WS-JOB-CHOICE)
               MOVE 'N' TO WS-CLOSE-QUIET-FLAG
               PERFORM CLOSE-FILLED-POSTING-PROCEDURE
           END-IF.
           IF WS-JO-REMAINING > 0
               AND WS-JOB-IS-CLOSED(WS-JOB-CHOICE)
               MOVE "The posting is still closed - use 4) Extend" &
               " Deadline to reopen it." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> An accepted offer takes one opening on the posting at
      *> WS-OFFER-JOB-INDEX. When that was the last one the posting
      *> closes itself exactly as the poster's own Close would -
      *> applicant packet, then the Position Closed sweep - quietly,
      *> since it happens in the student's session, and the poster
      *> is told by notification.
       FILL-JOB-OPENING-PROCEDURE.
           IF WS-OFFER-JOB-INDEX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-JOB-ID(WS-OFFER-JOB-INDEX) = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-JOB-OPENINGS-PROCEDURE.
           MOVE WS-JOB-ID(WS-OFFER-JOB-INDEX) TO WS-JO-LOOKUP-ID.
           PERFORM FIND-JOB-OPENINGS-PROCEDURE.
           IF WS-JO-HIT = 0
               IF WS-JO-COUNT >= 999
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JO-COUNT
               MOVE WS-JO-COUNT TO WS-JO-HIT
               MOVE WS-JO-LOOKUP-ID TO WS-JO-JOB-ID(WS-JO-HIT)
               MOVE WS-JO-TOTAL TO WS-JO-OPENINGS(WS-JO-HIT)
               MOVE 0 TO WS-JO-FILLED(WS-JO-HIT)
           END-IF.
           IF WS-JO-FILLED(WS-JO-HIT) < 999
               ADD 1 TO WS-JO-FILLED(WS-JO-HIT)
           END-IF.
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-JOB-OPENINGS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-JOB-OPENINGS-PROCEDURE.
           IF WS-JO-REMAINING > 0
               OR WS-JOB-IS-CLOSED(WS-OFFER-JOB-INDEX)
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-JOB-CHOICE TO WS-JO-SAVED-CHOICE.
           MOVE WS-OFFER-JOB-INDEX TO WS-JOB-CHOICE.
           MOVE 'Y' TO WS-CLOSE-QUIET-FLAG.
           PERFORM CLOSE-FILLED-POSTING-PROCEDURE.
           MOVE 'N' TO WS-CLOSE-QUIET-FLAG.

           MOVE WS-JOB-POSTER(WS-JOB-CHOICE) TO NOTIF-TARGET-USER.
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-CHOICE))
                   DELIMITED BY SIZE
               " (Job #" DELIMITED BY SIZE
               WS-JOB-ID(WS-JOB-CHOICE) DELIMITED BY SIZE
               "): all " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JO-TOTAL-SHOW) DELIMITED BY SIZE
               " opening(s) are filled and the posting has closed"
                   DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.
           PERFORM POST-NOTIFICATION-PROCEDURE.
           MOVE WS-JO-SAVED-CHOICE TO WS-JOB-CHOICE.

      *> Closes the posting at WS-JOB-CHOICE because every opening on
      *> it is filled. CLOSE-IS-QUIET keeps the packet and sweep
      *> summaries off the screen of whoever triggered it, and puts
      *> the close and the sweep's status changes in the audit log
      *> and status history under WS-AUTO-CLOSE-TAG rather than the
      *> student whose accepted offer filled the last opening.
       CLOSE-FILLED-POSTING-PROCEDURE.
           MOVE 'Y' TO WS-JOB-CLOSED-FLAG(WS-JOB-CHOICE).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-JOB-CLOSED-DATE(WS-JOB-CHOICE).
           MOVE WS-JOB-CHOICE TO WS-JOB-SAVE-INDEX.
           PERFORM SAVE-JOBS-TO-FILE.
           PERFORM SET-CLOSE-ACTOR-PROCEDURE.
           MOVE WS-CLOSE-ACTOR TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Posting filled and closed: job #" DELIMITED BY SIZE
               WS-JOB-ID(WS-JOB-CHOICE) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           IF NOT CLOSE-IS-QUIET
               MOVE "Every opening is filled - posting closed."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.
           PERFORM BUILD-APPLICANT-PACKET-PROCEDURE.
           PERFORM DISPOSE-OPEN-APPLICATIONS-PROCEDURE.

      *> Who a posting close and its sweep are recorded against.
       SET-CLOSE-ACTOR-PROCEDURE.
           IF CLOSE-IS-QUIET
               MOVE WS-AUTO-CLOSE-TAG TO WS-CLOSE-ACTOR
           ELSE
               MOVE CURRENT-USER TO WS-CLOSE-ACTOR
           END-IF.

       LOAD-SCREENING-QUESTIONS-PROCEDURE.
           INITIALIZE WS-SQ-DATA.

           MOVE "screening-questions.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT SCREENING-QUESTIONS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-SQ-COUNT >= 500
               READ SCREENING-QUESTIONS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SQ-COUNT
                       MOVE SCREENING-QUESTIONS-RECORD
                           TO WS-SQ-TABLE(WS-SQ-COUNT)
               END-READ
           END-PERFORM.
           CLOSE SCREENING-QUESTIONS-FILE.

       SAVE-SCREENING-QUESTIONS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SCREENING-QUESTIONS-FILE.
           PERFORM VARYING WS-SQ-SUBS FROM 1 BY 1
               UNTIL WS-SQ-SUBS > WS-SQ-COUNT
               MOVE WS-SQ-TABLE(WS-SQ-SUBS)
                   TO SCREENING-QUESTIONS-RECORD
               WRITE SCREENING-QUESTIONS-RECORD
           END-PERFORM.
           CLOSE SCREENING-QUESTIONS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> The poster's screening questions for the posting at
      *> WS-JOB-CHOICE: up to five, each yes/no or short answer, each
      *> with an optional required answer. Applicants who give
      *> anything else are knocked out - still on file, but labelled
      *> in View Applicants. Changes apply to new applications only;
      *> answers already given keep the question as it was asked.
       SCREENING-QUESTIONS-PROCEDURE.
           IF WS-JOB-ID(WS-JOB-CHOICE) = 0
               MOVE "This posting has no job number, so it cannot" &
               " carry screening questions." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SCREENING-QUESTIONS-PROCEDURE.

           MOVE "--- Screening Questions ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE 0 TO WS-SQ-MINE.
           PERFORM VARYING WS-SQ-SUBS FROM 1 BY 1
               UNTIL WS-SQ-SUBS > WS-SQ-COUNT
               IF WS-SQ-JOB-ID(WS-SQ-SUBS) = WS-JOB-ID(WS-JOB-CHOICE)
                   ADD 1 TO WS-SQ-MINE
                   PERFORM SHOW-SCREENING-QUESTION-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-SQ-MINE = 0
               MOVE "This posting has no screening questions yet."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

           MOVE "A) Add a Question" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "R) Remove a Question" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "0) Back" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           MOVE "Enter your choice:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.

           EVALUATE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               WHEN "A"
                   PERFORM ADD-SCREENING-QUESTION-PROCEDURE
               WHEN "R"
                   PERFORM REMOVE-SCREENING-QUESTION-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> One question line for the poster: WS-SQ-SUBS is its row.
       SHOW-SCREENING-QUESTION-PROCEDURE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           IF WS-SQ-TYPE(WS-SQ-SUBS) = "Y"
               STRING WS-SQ-SEQ(WS-SQ-SUBS) DELIMITED BY SIZE
                   ") [Yes/No] " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQ-TEXT(WS-SQ-SUBS))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           ELSE
               STRING WS-SQ-SEQ(WS-SQ-SUBS) DELIMITED BY SIZE
                   ") [Short answer] " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQ-TEXT(WS-SQ-SUBS))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
           END-IF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF WS-SQ-REQUIRED(WS-SQ-SUBS) NOT = SPACES
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "   Required answer: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQ-REQUIRED(WS-SQ-SUBS))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

       ADD-SCREENING-QUESTION-PROCEDURE.
           IF WS-SQ-MINE >= 5
               MOVE "A posting can carry at most five screening" &
               " questions." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SQ-COUNT >= 500
               MOVE "The screening question list is full - tell" &
               " career services." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Question type - Y) Yes/no  T) Short answer:"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               TO WS-SQ-NEW-TYPE.
           IF WS-SQ-NEW-TYPE NOT = "Y" AND WS-SQ-NEW-TYPE NOT = "T"
               MOVE "No changes made." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Question text (max 100 chars):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "No changes made." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SQ-NEW-TEXT.

           IF WS-SQ-NEW-TYPE = "Y"
               MOVE "Required answer - Y, N, or blank for none:"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               MOVE SPACES TO WS-SQ-NEW-REQUIRED
               IF FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
                   OR FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "N"
                   MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
                       TO WS-SQ-NEW-REQUIRED
               END-IF
           ELSE
               MOVE "Required answer (max 60 chars, blank for none):"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SQ-NEW-REQUIRED
           END-IF.

           ADD 1 TO WS-SQ-COUNT.
           MOVE WS-JOB-ID(WS-JOB-CHOICE) TO WS-SQ-JOB-ID(WS-SQ-COUNT).
           COMPUTE WS-SQ-SEQ(WS-SQ-COUNT) = WS-SQ-MINE + 1.
           MOVE WS-SQ-NEW-TYPE TO WS-SQ-TYPE(WS-SQ-COUNT).
           MOVE WS-SQ-NEW-TEXT TO WS-SQ-TEXT(WS-SQ-COUNT).
           MOVE WS-SQ-NEW-REQUIRED TO WS-SQ-REQUIRED(WS-SQ-COUNT).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-SCREENING-QUESTIONS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Added screening question to job #" DELIMITED BY SIZE
               WS-JOB-ID(WS-JOB-CHOICE) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Screening question added." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Removing a question closes up the numbering behind it.
       REMOVE-SCREENING-QUESTION-PROCEDURE.
           IF WS-SQ-MINE = 0
               MOVE "There is nothing to remove." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE "Enter the question # to remove, or 0 to cancel:"
               TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE 0 TO WS-SQ-PICK.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) <= 5
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-SQ-PICK
           END-IF.
           IF WS-SQ-PICK = 0 OR WS-SQ-PICK > WS-SQ-MINE
               MOVE "No changes made." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO K.
           PERFORM VARYING WS-SQ-SUBS FROM 1 BY 1
               UNTIL WS-SQ-SUBS > WS-SQ-COUNT
               IF WS-SQ-JOB-ID(WS-SQ-SUBS) = WS-JOB-ID(WS-JOB-CHOICE)
                   AND WS-SQ-SEQ(WS-SQ-SUBS) = WS-SQ-PICK
                   CONTINUE
               ELSE
                   ADD 1 TO K
                   IF K NOT = WS-SQ-SUBS
                       MOVE WS-SQ-TABLE(WS-SQ-SUBS) TO WS-SQ-TABLE(K)
                   END-IF
                   IF WS-SQ-JOB-ID(K) = WS-JOB-ID(WS-JOB-CHOICE)
                       AND WS-SQ-SEQ(K) > WS-SQ-PICK
                       SUBTRACT 1 FROM WS-SQ-SEQ(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO WS-SQ-COUNT.
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-SCREENING-QUESTIONS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Removed screening question from job #"
                   DELIMITED BY SIZE
               WS-JOB-ID(WS-JOB-CHOICE) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.
           MOVE "Screening question removed." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Asked during Apply, before the cover note. The answers wait
      *> in WS-SAP-DATA and are written only once the application
      *> itself is on file. A student is never told they were
      *> knocked out - the poster sees that.
       ASK-SCREENING-QUESTIONS-PROCEDURE.
           MOVE 0 TO WS-SAP-COUNT.
           IF WS-JOB-ID(WS-JOB-CHOICE) = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SCREENING-QUESTIONS-PROCEDURE.
           MOVE 0 TO WS-SQ-MINE.
           PERFORM VARYING WS-SQ-SUBS FROM 1 BY 1
               UNTIL WS-SQ-SUBS > WS-SQ-COUNT
               IF WS-SQ-JOB-ID(WS-SQ-SUBS) = WS-JOB-ID(WS-JOB-CHOICE)
                   ADD 1 TO WS-SQ-MINE
               END-IF
           END-PERFORM.
           IF WS-SQ-MINE = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "The employer asks " DELIMITED BY SIZE
               WS-SQ-MINE DELIMITED BY SIZE
               " screening question(s):" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM VARYING WS-SQ-PICK FROM 1 BY 1
               UNTIL WS-SQ-PICK > WS-SQ-MINE
               PERFORM VARYING WS-SQ-SUBS FROM 1 BY 1
                   UNTIL WS-SQ-SUBS > WS-SQ-COUNT
                   IF WS-SQ-JOB-ID(WS-SQ-SUBS)
                       = WS-JOB-ID(WS-JOB-CHOICE)
                       AND WS-SQ-SEQ(WS-SQ-SUBS) = WS-SQ-PICK
                       PERFORM ASK-ONE-SCREENING-QUESTION-PROCEDURE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> WS-SQ-SUBS is the question row. A yes/no question is asked
      *> until it gets a Y or an N.
       ASK-ONE-SCREENING-QUESTION-PROCEDURE.
           ADD 1 TO WS-SAP-COUNT.
           MOVE WS-SQ-SEQ(WS-SQ-SUBS) TO WS-SAP-SEQ(WS-SAP-COUNT).
           MOVE WS-SQ-TEXT(WS-SQ-SUBS) TO WS-SAP-QUESTION(WS-SAP-COUNT).
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Q" DELIMITED BY SIZE
               WS-SQ-SEQ(WS-SQ-SUBS) DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SQ-TEXT(WS-SQ-SUBS)) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           IF WS-SQ-TYPE(WS-SQ-SUBS) = "Y"
               MOVE SPACES TO WS-SAP-ANSWER(WS-SAP-COUNT)
               PERFORM UNTIL WS-SAP-ANSWER(WS-SAP-COUNT) = "Y"
                   OR WS-SAP-ANSWER(WS-SAP-COUNT) = "N"
                   MOVE "Answer Y or N:" TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM READ-INPUT-SAFELY
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
                   MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
                       TO WS-SAP-ANSWER(WS-SAP-COUNT)
               END-PERFORM
           ELSE
               MOVE "Your answer (max 60 chars):" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD)
                   TO WS-SAP-ANSWER(WS-SAP-COUNT)
           END-IF.

           MOVE 'N' TO WS-SAP-KNOCKOUT(WS-SAP-COUNT).
           IF WS-SQ-REQUIRED(WS-SQ-SUBS) NOT = SPACES
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-SAP-ANSWER(WS-SAP-COUNT)))
               NOT = FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-SQ-REQUIRED(WS-SQ-SUBS)))
               MOVE 'Y' TO WS-SAP-KNOCKOUT(WS-SAP-COUNT)
           END-IF.

      *> Files the answers held in WS-SAP-DATA against the
      *> application just saved.
       RECORD-SCREENING-ANSWERS-PROCEDURE.
           IF WS-SAP-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND SCREENING-ANSWERS-FILE.
           IF SCREENING-ANSWERS-STATUS = "35"
               CLOSE SCREENING-ANSWERS-FILE
               OPEN OUTPUT SCREENING-ANSWERS-FILE
           END-IF.
           PERFORM VARYING WS-SQ-PICK FROM 1 BY 1
               UNTIL WS-SQ-PICK > WS-SAP-COUNT
               MOVE SPACES TO SCREENING-ANSWERS-RECORD
               MOVE USER-USERNAME(LOGGED-IN-RANK) TO SA-USERNAME
               MOVE WS-JOB-ID(WS-JOB-CHOICE) TO SA-JOB-ID
               MOVE WS-SAP-SEQ(WS-SQ-PICK) TO SA-SEQ
               MOVE WS-SAP-QUESTION(WS-SQ-PICK) TO SA-QUESTION
               MOVE WS-SAP-ANSWER(WS-SQ-PICK) TO SA-ANSWER
               MOVE WS-SAP-KNOCKOUT(WS-SQ-PICK) TO SA-KNOCKOUT
               MOVE FUNCTION CURRENT-DATE(1:8) TO SA-DATE
               WRITE SCREENING-ANSWERS-RECORD
           END-PERFORM.
           CLOSE SCREENING-ANSWERS-FILE.

      *> Does any answer WS-SA-LOOKUP-USER gave on job
      *> WS-SA-LOOKUP-JOB miss its required answer? Sets
      *> SA-KNOCKED-OUT.
       CHECK-SCREENING-KNOCKOUT-PROCEDURE.
           MOVE 'N' TO WS-SA-KNOCKED-FLAG.
           IF WS-SA-LOOKUP-JOB = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "screening-answers.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SCREENING-ANSWERS-FILE.
           MOVE 'N' TO WS-SA-EOF.
           PERFORM UNTIL WS-SA-EOF = 'Y'
               READ SCREENING-ANSWERS-FILE
                   AT END
                       MOVE 'Y' TO WS-SA-EOF
                   NOT AT END
                       IF SA-JOB-ID = WS-SA-LOOKUP-JOB
                           AND SA-USERNAME = WS-SA-LOOKUP-USER
                           AND SA-KNOCKOUT = 'Y'
                           MOVE 'Y' TO WS-SA-KNOCKED-FLAG
                           MOVE 'Y' TO WS-SA-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCREENING-ANSWERS-FILE.

      *> The answer row just read, as one line in WS-SA-LINE for the
      *> applicant view, the packet and the data export.
       FORMAT-SCREENING-ANSWER-PROCEDURE.
           MOVE SPACES TO WS-SA-LINE.
           IF SA-KNOCKOUT = 'Y'
               STRING "Q" DELIMITED BY SIZE
                   SA-SEQ DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(SA-QUESTION) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(SA-ANSWER) DELIMITED BY SIZE
                   " [knocked out]" DELIMITED BY SIZE
                   INTO WS-SA-LINE
               END-STRING
           ELSE
               STRING "Q" DELIMITED BY SIZE
                   SA-SEQ DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(SA-QUESTION) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(SA-ANSWER) DELIMITED BY SIZE
                   INTO WS-SA-LINE
               END-STRING
           END-IF.

      *> The screening answers on the application the poster has
      *> open (WS-APP-WORK).
       SHOW-SCREENING-ANSWERS-PROCEDURE.
           IF WS-APW-JOB-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "screening-answers.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SCREENING-ANSWERS-FILE.
           MOVE 'N' TO WS-SA-EOF.
           PERFORM UNTIL WS-SA-EOF = 'Y'
               READ SCREENING-ANSWERS-FILE
                   AT END
                       MOVE 'Y' TO WS-SA-EOF
                   NOT AT END
                       IF SA-JOB-ID = WS-APW-JOB-ID
                           AND SA-USERNAME
                           = WS-APW-USERNAME
                           PERFORM FORMAT-SCREENING-ANSWER-PROCEDURE
                           MOVE WS-SA-LINE TO TO-OUTPUT-BUF
                           PERFORM DISPLAY-AND-WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCREENING-ANSWERS-FILE.

      *> Screening answers follow the account: a rename carries them
      *> to the new username and a deletion drops them, streamed
      *> through the work file like the self-identification rows.
      *> SA-REMOVE-FLAG says which of the two is wanted.
       REWRITE-USER-SCREENING-PROCEDURE.
           MOVE "screening-answers.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PRUNE-WORK-FILE.
           OPEN INPUT SCREENING-ANSWERS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SCREENING-ANSWERS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(SA-USERNAME)
                           = FUNCTION TRIM(WS-OLD-USERNAME)
                           AND SA-REMOVE-ROWS
                           CONTINUE
                       ELSE
                           IF FUNCTION TRIM(SA-USERNAME)
                               = FUNCTION TRIM(WS-OLD-USERNAME)
                               MOVE WS-NEW-USERNAME TO SA-USERNAME
                           END-IF
                           MOVE SPACES TO PRUNE-WORK-RECORD
                           MOVE SCREENING-ANSWERS-RECORD
                               TO PRUNE-WORK-RECORD(1:196)
                           WRITE PRUNE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCREENING-ANSWERS-FILE.
           CLOSE PRUNE-WORK-FILE.

           OPEN INPUT PRUNE-WORK-FILE.
           OPEN OUTPUT SCREENING-ANSWERS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ PRUNE-WORK-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PRUNE-WORK-RECORD(1:196)
                           TO SCREENING-ANSWERS-RECORD
                       WRITE SCREENING-ANSWERS-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRUNE-WORK-FILE.
           CLOSE SCREENING-ANSWERS-FILE.

           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       LOAD-SITE-EVALS-FROM-FILE.
           INITIALIZE WS-SITE-EVALS-DATA.

           MOVE "site-evals.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT SITE-EVALS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-SE-COUNT >= 300
               READ SITE-EVALS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SE-COUNT
                       MOVE SITE-EVALS-RECORD
                           TO WS-SITE-EVALS-TABLE(WS-SE-COUNT)
               END-READ
           END-PERFORM.
           CLOSE SITE-EVALS-FILE.

       SAVE-SITE-EVALS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SITE-EVALS-FILE.
           PERFORM VARYING WS-SE-SUBS FROM 1 BY 1
               UNTIL WS-SE-SUBS > WS-SE-COUNT
               MOVE WS-SITE-EVALS-TABLE(WS-SE-SUBS)
                   TO SITE-EVALS-RECORD
               WRITE SITE-EVALS-RECORD
           END-PERFORM.
           CLOSE SITE-EVALS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> The student's own evaluation of the placement at
      *> WS-COOP-PLACE-PICK, if one is on file, into WS-SE-HIT.
       FIND-SITE-EVAL-PROCEDURE.
           MOVE 0 TO WS-SE-HIT.
           PERFORM VARYING WS-SE-SUBS FROM 1 BY 1
               UNTIL WS-SE-SUBS > WS-SE-COUNT
               IF WS-SE-JOB-ID(WS-SE-SUBS)
                   = WS-PLACE-JOB-ID(WS-COOP-PLACE-PICK)
                   AND FUNCTION TRIM(WS-SE-USERNAME(WS-SE-SUBS))
                   = FUNCTION TRIM(
                       WS-PLACE-USERNAME(WS-COOP-PLACE-PICK))
                   MOVE WS-SE-SUBS TO WS-SE-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The other direction of the co-op evaluation: at the end of a
      *> placement the student rates the site itself - how much they
      *> learned, the supervision they got, and whether they would
      *> send a friend there - with comments. One evaluation per
      *> placement, final once filed. Employers never see a single
      *> row; SiteEvalRollupJob publishes averages to the company
      *> page only once enough students have answered, and
      *> SiteSupervisionReport flags weak sites to career services.
       SITE-EVALUATION-PROCEDURE.
           MOVE "--- Evaluate My Placement Site ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM LOAD-PLACEMENTS-FROM-FILE.
           PERFORM LOAD-SITE-EVALS-FROM-FILE.

           MOVE 'N' TO WS-MENT-LISTED-FLAG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLACE-COUNT
               IF FUNCTION TRIM(WS-PLACE-USERNAME(I))
                   = FUNCTION TRIM(CURRENT-USER)
                   MOVE 'Y' TO WS-MENT-LISTED-FLAG
                   MOVE I TO WS-COOP-PLACE-PICK
                   PERFORM FIND-SITE-EVAL-PROCEDURE
                   IF WS-SE-HIT > 0
                       MOVE " - evaluated" TO WS-SE-MARK
                   ELSE
                       MOVE SPACES TO WS-SE-MARK
                   END-IF
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "(Placement #" DELIMITED BY SIZE
                       I DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PLACE-JOB-TITLE(I))
                           DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PLACE-EMPLOYER(I))
                           DELIMITED BY SIZE
                       " (Job #" DELIMITED BY SIZE
                       WS-PLACE-JOB-ID(I) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       WS-SE-MARK DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
               END-IF
           END-PERFORM.

           IF WS-MENT-LISTED-FLAG = 'N'
               MOVE "You have no recorded placements to evaluate."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Enter the placement # to evaluate, or 0:"
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.

           MOVE 0 TO WS-COOP-PLACE-PICK.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-COOP-PLACE-PICK
           END-IF.

           IF WS-COOP-PLACE-PICK < 1
               OR WS-COOP-PLACE-PICK > WS-PLACE-COUNT
               OR FUNCTION TRIM(
                   WS-PLACE-USERNAME(WS-COOP-PLACE-PICK))
                   NOT = FUNCTION TRIM(CURRENT-USER)
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-SITE-EVAL-PROCEDURE.
           IF WS-SE-HIT > 0
               MOVE "You have already evaluated this placement site."
               TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SE-COUNT >= 300
               MOVE "The site evaluation file is full." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE "Your answers are anonymous: the company page only" &
           " shows averages across several students."
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           ADD 1 TO WS-SE-COUNT.
           MOVE WS-SE-COUNT TO WS-SE-HIT.
           MOVE WS-PLACE-USERNAME(WS-COOP-PLACE-PICK)
               TO WS-SE-USERNAME(WS-SE-HIT).
           MOVE WS-PLACE-JOB-ID(WS-COOP-PLACE-PICK)
               TO WS-SE-JOB-ID(WS-SE-HIT).
           MOVE WS-PLACE-EMPLOYER(WS-COOP-PLACE-PICK)
               TO WS-SE-EMPLOYER(WS-SE-HIT).

           MOVE "How much did you learn there? (1 low - 5 high):"
           TO TO-OUTPUT-BUF.
           PERFORM PROMPT-EVAL-SCORE-PROCEDURE.
           MOVE WS-COOP-HOURS-IN TO WS-SE-LEARNING(WS-SE-HIT).

           MOVE "How good was your supervision? (1 low - 5 high):"
           TO TO-OUTPUT-BUF.
           PERFORM PROMPT-EVAL-SCORE-PROCEDURE.
           MOVE WS-COOP-HOURS-IN TO WS-SE-SUPERVISION(WS-SE-HIT).

           MOVE "Would you recommend this site to other students?" &
           " (Y/N):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           PERFORM UNTIL FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               OR FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "N"
               MOVE "Please answer Y or N." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               TO WS-SE-RECOMMEND(WS-SE-HIT).

           MOVE "Comments (max 200 chars, blank to skip):"
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
               MOVE SPACES TO WS-SE-COMMENTS(WS-SE-HIT)
           ELSE
               MOVE FUNCTION TRIM(INPUT-RECORD)
                   TO WS-SE-COMMENTS(WS-SE-HIT)
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-SE-EVAL-DATE(WS-SE-HIT).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-SITE-EVALS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               SUBTRACT 1 FROM WS-SE-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Filed site evaluation for job #" DELIMITED BY SIZE
               WS-SE-JOB-ID(WS-SE-HIT) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE "Thank you - your site evaluation has been filed."
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> What students say about WS-PAGE-COMPANY as a placement
      *> site, from SiteEvalRollupJob's nightly site-eval-rollups.txt.
      *> The job only writes a company once it has enough responses,
      *> so no row means nothing is shown.
       SHOW-SITE-EVAL-ROLLUP-PROCEDURE.
           MOVE "site-eval-rollups.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SEV-FOUND-FLAG.
           OPEN INPUT SITE-EVAL-ROLLUPS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SITE-EVAL-ROLLUPS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                           SEV-COMPANY))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-PAGE-COMPANY))
                           MOVE SITE-EVAL-ROLLUPS-RECORD TO WS-SEV-ROW
                           MOVE 'Y' TO WS-SEV-FOUND-FLAG
                           SET END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-EVAL-ROLLUPS-FILE.

           IF WS-SEV-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SEV-RESPONSES TO WS-SEV-SHOW-COUNT.
           MOVE WS-SEV-LEARNING TO WS-SEV-SHOW-LEARNING.
           MOVE WS-SEV-SUPERVISION TO WS-SEV-SHOW-SUPERVISION.
           MOVE WS-SEV-RECOMMEND-PCT TO WS-SEV-SHOW-PCT.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Student site evaluations (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEV-SHOW-COUNT) DELIMITED BY SIZE
               " responses): learning " DELIMITED BY SIZE
               WS-SEV-SHOW-LEARNING DELIMITED BY SIZE
               "/5, supervision " DELIMITED BY SIZE
               WS-SEV-SHOW-SUPERVISION DELIMITED BY SIZE
               "/5, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEV-SHOW-PCT) DELIMITED BY SIZE
               "% would recommend" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       LOAD-FAIR-SETUP-FROM-FILE.
           INITIALIZE WS-FAIR-SETUP-DATA.

           MOVE "fair-setup.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FAIR-SETUP-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-FS-COUNT >= 50
               READ FAIR-SETUP-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FS-COUNT
                       MOVE FAIR-SETUP-RECORD
                           TO WS-FAIR-SETUP-TABLE(WS-FS-COUNT)
               END-READ
           END-PERFORM.
           CLOSE FAIR-SETUP-FILE.

       SAVE-FAIR-SETUP-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FAIR-SETUP-FILE.
           PERFORM VARYING WS-FS-SUBS FROM 1 BY 1
               UNTIL WS-FS-SUBS > WS-FS-COUNT
               MOVE WS-FAIR-SETUP-TABLE(WS-FS-SUBS)
                   TO FAIR-SETUP-RECORD
               WRITE FAIR-SETUP-RECORD
           END-PERFORM.
           CLOSE FAIR-SETUP-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

       LOAD-FAIR-REGS-FROM-FILE.
           INITIALIZE WS-FAIR-REGS-DATA.

           MOVE "fair-registrations.txt" TO PROBE-FILENAME.
           PERFORM CHECK-FILE-EXISTS-PROCEDURE.
           IF FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FAIR-REGS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WS-FR-COUNT >= 300
               READ FAIR-REGS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FR-COUNT
                       MOVE FAIR-REGS-RECORD
                           TO WS-FAIR-REGS-TABLE(WS-FR-COUNT)
               END-READ
           END-PERFORM.
           CLOSE FAIR-REGS-FILE.

       SAVE-FAIR-REGS-TO-FILE.
           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 'Y' TO WS-SAVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FAIR-REGS-FILE.
           PERFORM VARYING WS-FR-SUBS FROM 1 BY 1
               UNTIL WS-FR-SUBS > WS-FR-COUNT
               MOVE WS-FAIR-REGS-TABLE(WS-FR-SUBS)
                   TO FAIR-REGS-RECORD
               WRITE FAIR-REGS-RECORD
           END-PERFORM.
           CLOSE FAIR-REGS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

      *> Fair settings row for the event at WS-EVENT-CHOICE into
      *> WS-FS-HIT, 0 when the event takes no employer registrations.
       FIND-FAIR-SETUP-PROCEDURE.
           MOVE 0 TO WS-FS-HIT.
           PERFORM VARYING WS-FS-SUBS FROM 1 BY 1
               UNTIL WS-FS-SUBS > WS-FS-COUNT
               IF WS-FS-EVENT-ID(WS-FS-SUBS)
                   = WS-EVENT-ID(WS-EVENT-CHOICE)
                   MOVE WS-FS-SUBS TO WS-FS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Booths spoken for at the event on WS-EVENT-CHOICE - every
      *> registration not cancelled, assigned a table yet or not.
       COUNT-FAIR-BOOTHS-PROCEDURE.
           MOVE 0 TO WS-FR-TAKEN.
           MOVE 0 TO WS-FR-MAX-SEQ.
           PERFORM VARYING WS-FR-SUBS FROM 1 BY 1
               UNTIL WS-FR-SUBS > WS-FR-COUNT
               IF WS-FR-EVENT-ID(WS-FR-SUBS)
                   = WS-EVENT-ID(WS-EVENT-CHOICE)
                   IF WS-FR-SEQ(WS-FR-SUBS) > WS-FR-MAX-SEQ
                       MOVE WS-FR-SEQ(WS-FR-SUBS) TO WS-FR-MAX-SEQ
                   END-IF
                   IF NOT WS-FR-CANCELLED(WS-FR-SUBS)
                       ADD 1 TO WS-FR-TAKEN
                   END-IF
               END-IF
           END-PERFORM.

      *> Extra line under a fair in the events list for recruiters
      *> and career services.
       SHOW-FAIR-BOOTHS-LINE-PROCEDURE.
           PERFORM FIND-FAIR-SETUP-PROCEDURE.
           IF WS-FS-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-FAIR-BOOTHS-PROCEDURE.
           MOVE WS-FR-TAKEN TO WS-FAIR-SHOW-NUM.
           MOVE WS-FS-BOOTH-LIMIT(WS-FS-HIT) TO WS-FAIR-SHOW-LIMIT.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "   [Career fair - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-SHOW-NUM) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-SHOW-LIMIT) DELIMITED BY SIZE
               " employer booths taken]" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> One registration line, for the row at WS-FR-SUBS: company,
      *> package, representatives, booth, status, fee and payment.
       SHOW-FAIR-REG-PROCEDURE.
           IF WS-FR-BOOTH(WS-FR-SUBS) = 0
               MOVE "no booth yet" TO WS-FAIR-BOOTH-TEXT
           ELSE
               MOVE WS-FR-BOOTH(WS-FR-SUBS) TO WS-FAIR-SHOW-NUM
               MOVE SPACES TO WS-FAIR-BOOTH-TEXT
               STRING "booth " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FAIR-SHOW-NUM) DELIMITED BY SIZE
                   INTO WS-FAIR-BOOTH-TEXT
               END-STRING
           END-IF.
           EVALUATE TRUE
               WHEN WS-FR-CONFIRMED(WS-FR-SUBS)
                   MOVE "CONFIRMED" TO WS-FAIR-STATUS-TEXT
               WHEN WS-FR-CANCELLED(WS-FR-SUBS)
                   MOVE "CANCELLED" TO WS-FAIR-STATUS-TEXT
               WHEN OTHER
                   MOVE "PENDING" TO WS-FAIR-STATUS-TEXT
           END-EVALUATE.
           IF WS-FR-PAID(WS-FR-SUBS) = 'Y'
               MOVE "paid" TO WS-FAIR-PAID-TEXT
           ELSE
               MOVE "unpaid" TO WS-FAIR-PAID-TEXT
           END-IF.
           MOVE WS-FR-REPS(WS-FR-SUBS) TO WS-FAIR-SHOW-LIMIT.
           MOVE WS-FR-FEE(WS-FR-SUBS) TO WS-FAIR-SHOW-FEE.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "  #" DELIMITED BY SIZE
               WS-FR-SUBS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FR-COMPANY(WS-FR-SUBS))
                   DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(
                   FAIR-PACKAGE-NAME(WS-FR-PACKAGE(WS-FR-SUBS)))
                   DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-SHOW-LIMIT) DELIMITED BY SIZE
               " rep(s), power " DELIMITED BY SIZE
               WS-FR-POWER(WS-FR-SUBS) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-BOOTH-TEXT) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-STATUS-TEXT) DELIMITED BY SIZE
               "] $" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-SHOW-FEE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-PAID-TEXT) DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           IF FUNCTION TRIM(WS-FR-REQUESTS(WS-FR-SUBS)) NOT = SPACES
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "     Requests: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FR-REQUESTS(WS-FR-SUBS))
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> Employer side of the fair: a linked recruiter signs their
      *> company up for a fair event with a package, how many
      *> people are coming, power and any special requests. Booths
      *> are capped per fair, and the cap is re-checked under the
      *> data lock so two companies cannot take the last booth. The
      *> table number itself is career services' to assign.
       FAIR-REGISTER-PROCEDURE.
           MOVE "--- Career Fair Registration ---" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           PERFORM LOAD-COMPANY-LINKS-FROM-FILE.
           PERFORM FIND-MY-COMPANY-LINK-PROCEDURE.
           IF WS-CL-MY-LINK = 0
               MOVE "Link your account to your company first" &
               " (L - Company Account Links)." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CL-COMPANY(WS-CL-MY-LINK) TO WS-FR-COMPANY-IN.

           PERFORM CHECK-MY-COMPANY-SUSPENDED-PROCEDURE.
           IF COMPANY-IS-SUSPENDED
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING FUNCTION TRIM(WS-CS-LOOKUP-COMPANY)
                       DELIMITED BY SIZE
                   " is suspended by career services - fair" &
                   " registration" DELIMITED BY SIZE
                   " is paused until the suspension is lifted."
                       DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-FAIR-LISTED-FLAG.
           PERFORM VARYING WS-FR-SUBS FROM 1 BY 1
               UNTIL WS-FR-SUBS > WS-FR-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-FR-COMPANY(WS-FR-SUBS)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-FR-COMPANY-IN))
                   IF WS-FAIR-LISTED-FLAG = 'N'
                       MOVE "Your company's fair registrations:"
                           TO TO-OUTPUT-BUF
                       PERFORM DISPLAY-AND-WRITE-OUTPUT
                       MOVE 'Y' TO WS-FAIR-LISTED-FLAG
                   END-IF
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-EVENT-COUNT
                       IF WS-EVENT-ID(I) = WS-FR-EVENT-ID(WS-FR-SUBS)
                           MOVE SPACES TO TO-OUTPUT-BUF
                           STRING " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EVENT-NAME(I))
                                   DELIMITED BY SIZE
                               " on " DELIMITED BY SIZE
                               WS-EVENT-DATE(I) DELIMITED BY SIZE
                               ":" DELIMITED BY SIZE
                               INTO TO-OUTPUT-BUF
                           END-STRING
                           PERFORM DISPLAY-AND-WRITE-OUTPUT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   PERFORM SHOW-FAIR-REG-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE "Enter the event # to register your company for," &
           " or 0:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.

           MOVE 0 TO WS-EVENT-CHOICE.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-EVENT-CHOICE
           END-IF.
           IF WS-EVENT-CHOICE < 1 OR WS-EVENT-CHOICE > WS-EVENT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-EVENT-DATE(WS-EVENT-CHOICE) < WS-TODAY-DATE
               MOVE "That event has already taken place."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-FAIR-SETUP-PROCEDURE.
           IF WS-FS-HIT = 0
               MOVE "That event is not taking employer registrations."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-FR-SUBS FROM 1 BY 1
               UNTIL WS-FR-SUBS > WS-FR-COUNT
               IF WS-FR-EVENT-ID(WS-FR-SUBS)
                   = WS-EVENT-ID(WS-EVENT-CHOICE)
                   AND NOT WS-FR-CANCELLED(WS-FR-SUBS)
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-FR-COMPANY(WS-FR-SUBS)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-FR-COMPANY-IN))
                   MOVE "Your company is already registered for this" &
                   " fair." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           PERFORM COUNT-FAIR-BOOTHS-PROCEDURE.
           IF WS-FR-TAKEN >= WS-FS-BOOTH-LIMIT(WS-FS-HIT)
               MOVE "All employer booths for this fair are taken."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE WS-FS-FEE(WS-FS-HIT, K) TO WS-FAIR-SHOW-FEE
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING K DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   FUNCTION TRIM(FAIR-PACKAGE-NAME(K))
                       DELIMITED BY SIZE
                   " - $" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FAIR-SHOW-FEE) DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-PERFORM.
           MOVE "Choose a package (1-3):" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           PERFORM UNTIL INPUT-RECORD(1:1) = "1" OR "2" OR "3"
               MOVE "Please choose 1, 2 or 3." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           END-PERFORM.
           MOVE INPUT-RECORD(1:1) TO WS-FR-NEW-PKG.

           MOVE "Number of representatives attending (1-10):"
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           PERFORM UNTIL FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) >= 1
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) <= 10
               MOVE "Please enter a number from 1 to 10."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           END-PERFORM.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
               TO WS-FR-NEW-REPS.

           MOVE "Do you need a power outlet at the booth? (Y/N):"
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           PERFORM UNTIL FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "Y"
               OR FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) = "N"
               MOVE "Please answer Y or N." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               TO WS-FR-NEW-POWER.

           MOVE "Special requests (max 100 chars, blank for none):"
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FR-NEW-REQUESTS.

           PERFORM ACQUIRE-DATA-LOCK-PROCEDURE.
           IF NOT DATA-LOCK-ACQUIRED
               MOVE "Another session is saving right now - please" &
               " try the action again." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-FAIR-REGS-FROM-FILE.
           PERFORM COUNT-FAIR-BOOTHS-PROCEDURE.
           IF WS-FR-TAKEN >= WS-FS-BOOTH-LIMIT(WS-FS-HIT)
               OR WS-FR-COUNT >= 300
               PERFORM RELEASE-DATA-LOCK-PROCEDURE
               MOVE "Sorry - the last booth was just taken."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FR-COUNT.
           MOVE WS-FR-COUNT TO WS-FR-HIT.
           INITIALIZE WS-FAIR-REGS-TABLE(WS-FR-HIT).
           MOVE WS-EVENT-ID(WS-EVENT-CHOICE)
               TO WS-FR-EVENT-ID(WS-FR-HIT).
           ADD 1 TO WS-FR-MAX-SEQ.
           MOVE WS-FR-MAX-SEQ TO WS-FR-SEQ(WS-FR-HIT).
           MOVE WS-FR-COMPANY-IN TO WS-FR-COMPANY(WS-FR-HIT).
           MOVE CURRENT-USER TO WS-FR-REGISTERED-BY(WS-FR-HIT).
           MOVE WS-FR-NEW-PKG TO WS-FR-PACKAGE(WS-FR-HIT).
           MOVE WS-FR-NEW-REPS TO WS-FR-REPS(WS-FR-HIT).
           MOVE WS-FR-NEW-POWER TO WS-FR-POWER(WS-FR-HIT).
           MOVE WS-FR-NEW-REQUESTS TO WS-FR-REQUESTS(WS-FR-HIT).
           MOVE WS-FS-FEE(WS-FS-HIT, WS-FR-NEW-PKG)
               TO WS-FR-FEE(WS-FR-HIT).
           MOVE 'P' TO WS-FR-STATUS(WS-FR-HIT).
           MOVE 0 TO WS-FR-BOOTH(WS-FR-HIT).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FR-REG-DATE(WS-FR-HIT).
           MOVE 'N' TO WS-FR-PAID(WS-FR-HIT).

           OPEN EXTEND FAIR-REGS-FILE.
           IF FAIR-REGS-STATUS = "35"
               CLOSE FAIR-REGS-FILE
               OPEN OUTPUT FAIR-REGS-FILE
           END-IF.
           MOVE WS-FAIR-REGS-TABLE(WS-FR-HIT) TO FAIR-REGS-RECORD.
           WRITE FAIR-REGS-RECORD.
           CLOSE FAIR-REGS-FILE.
           PERFORM RELEASE-DATA-LOCK-PROCEDURE.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Registered company for fair event #"
                   DELIMITED BY SIZE
               WS-EVENT-ID(WS-EVENT-CHOICE) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE WS-EVENT-POSTED-BY(WS-EVENT-CHOICE)
               TO NOTIF-TARGET-USER.
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING FUNCTION TRIM(WS-FR-COMPANY-IN) DELIMITED BY SIZE
               " registered for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVENT-NAME(WS-EVENT-CHOICE))
                   DELIMITED BY SIZE
               " - booth to assign." DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.
           PERFORM POST-NOTIFICATION-PROCEDURE.

           MOVE "Registration received. Career services will assign" &
           " your booth and confirm." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Career services side of a fair: open an event to employer
      *> registration (booth limit and package fees), then work the
      *> registrations - assign a booth number and confirm, record
      *> the bursar's payment, or cancel. CareerFairJob turns the
      *> result into the booth map, invoices and unpaid list.
       FAIR-ADMIN-PROCEDURE.
           MOVE "Enter the event # to manage as a career fair, or 0:"
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.

           MOVE 0 TO WS-EVENT-CHOICE.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-EVENT-CHOICE
           END-IF.
           IF WS-EVENT-CHOICE < 1 OR WS-EVENT-CHOICE > WS-EVENT-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-FAIR-SETUP-PROCEDURE.
           IF WS-FS-HIT = 0
               MOVE "This event is not open to employer registration" &
               " yet." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM SETUP-FAIR-PROCEDURE
               IF WS-FS-HIT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'N' TO WS-FAIR-DONE-FLAG.
           PERFORM UNTIL WS-FAIR-DONE-FLAG = 'Y'
               PERFORM LIST-FAIR-REGS-PROCEDURE
               MOVE "S) Change booth limit and package fees"
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "A) Assign a booth and confirm" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "M) Mark a registration paid" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "X) Cancel a registration" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "0) Back" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE "Enter your choice:" TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               EVALUATE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
                   WHEN "S"
                       PERFORM SETUP-FAIR-PROCEDURE
                   WHEN "A"
                       PERFORM ASSIGN-FAIR-BOOTH-PROCEDURE
                   WHEN "M"
                       PERFORM MARK-FAIR-PAID-PROCEDURE
                   WHEN "X"
                       PERFORM CANCEL-FAIR-REG-PROCEDURE
                   WHEN OTHER
                       MOVE 'Y' TO WS-FAIR-DONE-FLAG
               END-EVALUATE
           END-PERFORM.

       LIST-FAIR-REGS-PROCEDURE.
           PERFORM COUNT-FAIR-BOOTHS-PROCEDURE.
           MOVE WS-FR-TAKEN TO WS-FAIR-SHOW-NUM.
           MOVE WS-FS-BOOTH-LIMIT(WS-FS-HIT) TO WS-FAIR-SHOW-LIMIT.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "--- Career Fair: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVENT-NAME(WS-EVENT-CHOICE))
                   DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-EVENT-DATE(WS-EVENT-CHOICE) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-SHOW-NUM) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-SHOW-LIMIT) DELIMITED BY SIZE
               " booths) ---" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

           MOVE 'N' TO WS-FAIR-LISTED-FLAG.
           PERFORM VARYING WS-FR-SUBS FROM 1 BY 1
               UNTIL WS-FR-SUBS > WS-FR-COUNT
               IF WS-FR-EVENT-ID(WS-FR-SUBS)
                   = WS-EVENT-ID(WS-EVENT-CHOICE)
                   MOVE 'Y' TO WS-FAIR-LISTED-FLAG
                   PERFORM SHOW-FAIR-REG-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-FAIR-LISTED-FLAG = 'N'
               MOVE "No employers have registered yet." TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
           END-IF.

      *> Booth limit and the three package fees for the fair at
      *> WS-EVENT-CHOICE, creating its settings row the first time.
      *> The limit cannot drop below the booths already taken. Fees
      *> are whole dollars and apply to registrations from now on.
       SETUP-FAIR-PROCEDURE.
           IF WS-FS-HIT = 0
               MOVE 0 TO WS-FR-TAKEN
           ELSE
               PERFORM COUNT-FAIR-BOOTHS-PROCEDURE
           END-IF.

           MOVE "Employer booth limit for this fair (1-999):"
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           PERFORM UNTIL FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) >= 1
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) <= 999
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   >= WS-FR-TAKEN
               MOVE WS-FR-TAKEN TO WS-FAIR-SHOW-NUM
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Please enter 1 to 999, and no fewer than the " &
                   "booths taken (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FAIR-SHOW-NUM) DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           END-PERFORM.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
               TO WS-FAIR-NEW-LIMIT.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE SPACES TO TO-OUTPUT-BUF
               STRING "Fee for the " DELIMITED BY SIZE
                   FUNCTION TRIM(FAIR-PACKAGE-NAME(K))
                       DELIMITED BY SIZE
                   " package, whole dollars:" DELIMITED BY SIZE
                   INTO TO-OUTPUT-BUF
               END-STRING
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               PERFORM UNTIL FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                   AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                       <= 99999
                   MOVE "Please enter a whole-dollar amount up to" &
                   " 99999." TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   PERFORM READ-INPUT-SAFELY
                   IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
               END-PERFORM
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-FAIR-NEW-FEE(K)
           END-PERFORM.

           IF WS-FS-HIT = 0
               IF WS-FS-COUNT >= 50
                   MOVE "The fair settings file is full."
                       TO TO-OUTPUT-BUF
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FS-COUNT
               MOVE WS-FS-COUNT TO WS-FS-HIT
               INITIALIZE WS-FAIR-SETUP-TABLE(WS-FS-HIT)
               MOVE WS-EVENT-ID(WS-EVENT-CHOICE)
                   TO WS-FS-EVENT-ID(WS-FS-HIT)
           END-IF.
           MOVE WS-FAIR-NEW-LIMIT TO WS-FS-BOOTH-LIMIT(WS-FS-HIT).
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE WS-FAIR-NEW-FEE(K) TO WS-FS-FEE(WS-FS-HIT, K)
           END-PERFORM.
           MOVE CURRENT-USER TO WS-FS-SET-BY(WS-FS-HIT).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FS-SET-DATE(WS-FS-HIT).

           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-FAIR-SETUP-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               PERFORM LOAD-FAIR-SETUP-FROM-FILE
               PERFORM FIND-FAIR-SETUP-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Set fair booths and fees for event #"
                   DELIMITED BY SIZE
               WS-EVENT-ID(WS-EVENT-CHOICE) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE "Fair settings saved - employers can register." TO
           TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> Registration # from the fair list into WS-FR-PICK; left 0
      *> unless it names a live registration on this fair.
       PICK-FAIR-REG-PROCEDURE.
           MOVE "Enter the registration #, or 0:" TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.

           MOVE 0 TO WS-FR-PICK.
           IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-FR-PICK
           END-IF.
           IF WS-FR-PICK < 1 OR WS-FR-PICK > WS-FR-COUNT
               MOVE 0 TO WS-FR-PICK
               EXIT PARAGRAPH
           END-IF.
           IF WS-FR-EVENT-ID(WS-FR-PICK)
               NOT = WS-EVENT-ID(WS-EVENT-CHOICE)
               OR WS-FR-CANCELLED(WS-FR-PICK)
               MOVE "That is not a live registration on this fair."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               MOVE 0 TO WS-FR-PICK
           END-IF.

       ASSIGN-FAIR-BOOTH-PROCEDURE.
           PERFORM PICK-FAIR-REG-PROCEDURE.
           IF WS-FR-PICK = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FS-BOOTH-LIMIT(WS-FS-HIT) TO WS-FAIR-SHOW-LIMIT.
           MOVE SPACES TO TO-OUTPUT-BUF.
           STRING "Booth number (1-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-SHOW-LIMIT) DELIMITED BY SIZE
               "):" DELIMITED BY SIZE
               INTO TO-OUTPUT-BUF
           END-STRING.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.
           PERFORM READ-INPUT-SAFELY.
           IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF.
           PERFORM UNTIL FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD)) >= 1
               AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
                   <= WS-FS-BOOTH-LIMIT(WS-FS-HIT)
               MOVE "That booth number is outside the fair's limit."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               PERFORM READ-INPUT-SAFELY
               IF EXIT-PROGRAM PERFORM EXIT-EARLY END-IF
           END-PERFORM.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-RECORD))
               TO WS-FR-NEW-BOOTH.

           PERFORM VARYING WS-FR-SUBS FROM 1 BY 1
               UNTIL WS-FR-SUBS > WS-FR-COUNT
               IF WS-FR-SUBS NOT = WS-FR-PICK
                   AND WS-FR-EVENT-ID(WS-FR-SUBS)
                       = WS-EVENT-ID(WS-EVENT-CHOICE)
                   AND NOT WS-FR-CANCELLED(WS-FR-SUBS)
                   AND WS-FR-BOOTH(WS-FR-SUBS) = WS-FR-NEW-BOOTH
                   MOVE SPACES TO TO-OUTPUT-BUF
                   STRING "That booth is already assigned to "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FR-COMPANY(WS-FR-SUBS))
                           DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO TO-OUTPUT-BUF
                   END-STRING
                   PERFORM DISPLAY-AND-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           MOVE WS-FR-NEW-BOOTH TO WS-FR-BOOTH(WS-FR-PICK).
           MOVE 'C' TO WS-FR-STATUS(WS-FR-PICK).
           MOVE CURRENT-USER TO WS-FR-CONFIRMED-BY(WS-FR-PICK).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-FR-CONFIRMED-DATE(WS-FR-PICK).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-FAIR-REGS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               PERFORM LOAD-FAIR-REGS-FROM-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Assigned booth " DELIMITED BY SIZE
               WS-FR-NEW-BOOTH DELIMITED BY SIZE
               " at fair event #" DELIMITED BY SIZE
               WS-EVENT-ID(WS-EVENT-CHOICE) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE WS-FR-NEW-BOOTH TO WS-FAIR-SHOW-NUM.
           MOVE WS-FR-FEE(WS-FR-PICK) TO WS-FAIR-SHOW-FEE.
           MOVE WS-FR-REGISTERED-BY(WS-FR-PICK) TO NOTIF-TARGET-USER.
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING "Confirmed for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVENT-NAME(WS-EVENT-CHOICE))
                   DELIMITED BY SIZE
               ": booth " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-SHOW-NUM) DELIMITED BY SIZE
               ", fee $" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIR-SHOW-FEE) DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.
           PERFORM POST-NOTIFICATION-PROCEDURE.

           MOVE "Booth assigned and registration confirmed."
           TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> The bursar tells career services when a fair invoice is
      *> settled; this records it so the unpaid list drops it.
       MARK-FAIR-PAID-PROCEDURE.
           PERFORM PICK-FAIR-REG-PROCEDURE.
           IF WS-FR-PICK = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-FR-PAID(WS-FR-PICK) = 'Y'
               MOVE "That registration is already marked paid."
                   TO TO-OUTPUT-BUF
               PERFORM DISPLAY-AND-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-FR-PAID(WS-FR-PICK).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-FR-PAID-DATE(WS-FR-PICK).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-FAIR-REGS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               PERFORM LOAD-FAIR-REGS-FROM-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Marked fair fee paid for event #" DELIMITED BY SIZE
               WS-EVENT-ID(WS-EVENT-CHOICE) DELIMITED BY SIZE
               " reg " DELIMITED BY SIZE
               WS-FR-SEQ(WS-FR-PICK) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE "Registration marked paid." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

      *> A cancelled registration keeps its row - and its invoice
      *> number - but frees its booth and drops out of billing.
       CANCEL-FAIR-REG-PROCEDURE.
           PERFORM PICK-FAIR-REG-PROCEDURE.
           IF WS-FR-PICK = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 'X' TO WS-FR-STATUS(WS-FR-PICK).
           MOVE 0 TO WS-FR-BOOTH(WS-FR-PICK).
           MOVE 'N' TO WS-SAVE-FAILED-FLAG.
           PERFORM SAVE-FAIR-REGS-TO-FILE.
           IF WS-SAVE-FAILED-FLAG = 'Y'
               PERFORM LOAD-FAIR-REGS-FROM-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-USER TO AUDIT-USER-TEXT.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           STRING "Cancelled fair registration, event #"
                   DELIMITED BY SIZE
               WS-EVENT-ID(WS-EVENT-CHOICE) DELIMITED BY SIZE
               " reg " DELIMITED BY SIZE
               WS-FR-SEQ(WS-FR-PICK) DELIMITED BY SIZE
               INTO AUDIT-ACTION-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-ACTION-PROCEDURE.

           MOVE WS-FR-REGISTERED-BY(WS-FR-PICK) TO NOTIF-TARGET-USER.
           MOVE SPACES TO NOTIF-TEXT-BUF.
           STRING "Your registration for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVENT-NAME(WS-EVENT-CHOICE))
                   DELIMITED BY SIZE
               " was cancelled by career services." DELIMITED BY SIZE
               INTO NOTIF-TEXT-BUF
           END-STRING.
           PERFORM POST-NOTIFICATION-PROCEDURE.

           MOVE "Registration cancelled." TO TO-OUTPUT-BUF.
           PERFORM DISPLAY-AND-WRITE-OUTPUT.

       EXIT-EARLY.
      *> Input exhausted mid-session: close the registry row too,
      *> or every scripted run leaves a ghost in "who is on" and
