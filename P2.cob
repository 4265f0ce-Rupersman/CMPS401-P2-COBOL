       *>standing changed this term, for the notification letters
       SELECT ltrFile ASSIGN TO "P2Ltr.dat"
           FILE STATUS IS fsLtr.
       *>Probation recovery projection -- for each student left on
       *>PROBATION or SUSPENSION, what it takes to climb back, for
       *>the advising office
       SELECT recFile ASSIGN TO "P2Rec.dat"
           FILE STATUS IS fsRec.
       *>Holds the W# of the last student fully completed, so a run
       *>that abends partway through a roster can pick back up instead
       *>of reprocessing myInFile from the first record
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mastWNum
           FILE STATUS IS fsMast.
       *>Master in the layout before the degree stamp and student
       *>name were added -- the old P2Mast.dat, renamed aside, read
       *>once by a CONV run to build the current master from it
       SELECT oldMastFile ASSIGN TO "P2MastO.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS oldMastWNum
           FILE STATUS IS fsOldMast.
       *>Master maintenance transactions -- purge or correct one
       *>master record apiece, each under an authorization code
       SELECT OPTIONAL mntFile ASSIGN TO "P2Mnt.dat"
       SELECT OPTIONAL runFile ASSIGN TO "P2Run.dat"
           FILE STATUS IS fsRun.
       *>Course catalog -- the official title and credit hours for
       *>every course the feed is allowed to reference, read by
       *>course as each record is validated
       SELECT OPTIONAL catFile ASSIGN TO "P2Cat.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS catInCourse
           FILE STATUS IS fsCat.
       *>Grade-change transactions from resolved appeals, applied
       *>against the history before it prints so the transcript,
       *>catalog year, carrying the major's required-credit total,
       *>its GPA floor, and the list of required courses
       SELECT OPTIONAL posFile ASSIGN TO "P2Pos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS posInKey
           FILE STATUS IS fsPos.
       *>Student program records -- each student's declared major
       *>and catalog year, keying into the requirements above
       SELECT OPTIONAL pgmFile ASSIGN TO "P2Pgm.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pgmInWNum
           FILE STATUS IS fsPgm.
       *>Reference-file maintenance transactions for a REF run --
       *>add, change, or delete one catalog course, one
       *>requirements record, or one student program record apiece,
       *>each under an authorization code
       SELECT OPTIONAL catMntFile ASSIGN TO "P2CatM.dat"
           FILE STATUS IS fsCatM.
       SELECT OPTIONAL posMntFile ASSIGN TO "P2PosM.dat"
           FILE STATUS IS fsPosM.
       SELECT OPTIONAL pgmMntFile ASSIGN TO "P2PgmM.dat"
           FILE STATUS IS fsPgmM.
       *>Persistent reference-maintenance audit -- every REF
       *>transaction, applied or not, appended run after run
       SELECT OPTIONAL refAudFile ASSIGN TO "P2RefA.dat"
           FILE STATUS IS fsRefA.
       *>Transcript-request selections -- the W#s the registrar's
       *>window wants pages for on a SEL run, one per record
       SELECT OPTIONAL selFile ASSIGN TO "P2Sel.dat"
       *>the lapse fires, for chasing the faculty
       SELECT incWrnFile ASSIGN TO "P2IncW.dat"
           FILE STATUS IS fsIncW.
       *>Graduation candidates certified on a GRAD run -- program,
       *>institutional GPA, and Latin honors, for commencement
       SELECT grdFile ASSIGN TO "P2Grd.dat"
           FILE STATUS IS fsGrd.
       *>Students a GRAD run could not certify, one record per
       *>reason they fell short
       SELECT nclFile ASSIGN TO "P2Ncl.dat"
           FILE STATUS IS fsNcl.
       *>Term calendar -- each term's start, end, and last-day-to-
       *>withdraw dates, plus any enrollment-status hour thresholds
       *>that term uses in place of the standing defaults
       SELECT OPTIONAL calFile ASSIGN TO "P2Cal.dat"
           FILE STATUS IS fsCal.
       *>Enrollment-status verification extract for the
       *>Clearinghouse and the loan servicers -- one record per
       *>student per term, held students included
       SELECT enrFile ASSIGN TO "P2Enr.dat"
           FILE STATUS IS fsEnr.
       *>Athlete roster from compliance -- each student-athlete's
       *>W#, sport, and initial full-time term
       SELECT OPTIONAL athFile ASSIGN TO "P2Ath.dat"
           FILE STATUS IS fsAth.
       *>Athletic eligibility certification -- print-style lines,
       *>ELIGIBLE or INELIGIBLE per athlete with each failed rule
       SELECT elgFile ASSIGN TO "P2Elg.dat"
           FILE STATUS IS fsElg.
       *>Prerequisite exceptions for the department chairs -- a
       *>passed course whose catalog prerequisite was never completed
       SELECT preFile ASSIGN TO "P2Pre.dat"
           FILE STATUS IS fsPre.
       *>Census enrollment roster -- who was officially enrolled in
       *>which course each term, one record per student per course.
       *>Resequenced through the sort front-end like the grade feed.
       SELECT OPTIONAL cenFile ASSIGN TO "P2Cen.dat"
           FILE STATUS IS fsCen.
       *>The sequenced census roster the missing-grade audit reads
       SELECT cenWrkFile ASSIGN TO "P2CenSrt.dat"
           FILE STATUS IS fsCenWrk.
       *>Missing-grade audit -- print-style lines grouped by course
       SELECT misFile ASSIGN TO "P2Mis.dat"
           FILE STATUS IS fsMis.
       *>Electronic transcripts for the SEL requests marked for
       *>electronic delivery -- one transaction set per request
       SELECT etxFile ASSIGN TO "P2Etx.dat"
           FILE STATUS IS fsEtx.
       *>Persistent transcript delivery log, appended to by every
       *>SEL run -- what went where, when, and under which run
       SELECT OPTIONAL dlvFile ASSIGN TO "P2Dlv.dat"
           FILE STATUS IS fsDlv.
       *>Class-rank sort work file -- every rankable master record,
       *>sequenced by major, class level, and GPA high to low
       SELECT rnkSortFile ASSIGN TO "P2RnkSrt.tmp".
       *>The sequenced rank candidates the rank report reads
       SELECT rnkWrkFile ASSIGN TO "P2RnkSrt.dat"
           FILE STATUS IS fsRnkWrk.
       *>Class rank and GPA percentile report by major and level
       SELECT rnkFile ASSIGN TO "P2Rnk.dat"
           FILE STATUS IS fsRnk.
       *>Class-rank extract -- one record per ranked student, kept
       *>from the last FULL/TERM run for a SEL run's rank line
       SELECT OPTIONAL rnxFile ASSIGN TO "P2RnkX.dat"
           FILE STATUS IS fsRnx.
       *>Output archive, keyed by run ID, output file, and record
       *>sequence -- every FULL/TERM run's outputs kept as one
       *>generation, so any of them can be pulled back by run ID
       SELECT OPTIONAL arcFile ASSIGN TO "P2Arc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS arcKey
           FILE STATUS IS fsArc.
       *>Generations held in the archive, oldest first
       SELECT OPTIONAL genFile ASSIGN TO "P2Gen.dat"
           FILE STATUS IS fsGen.
       *>Pages reprinted off the archive by a REPR run
       SELECT rprFile ASSIGN TO "P2Rpr.dat"
           FILE STATUS IS fsRpr.
       DATA DIVISION.

       FILE SECTION.
           02 ltrOld PIC X(13). *>Standing going in
           02 ltrNew PIC X(13). *>Standing coming out
           02 ltrRunId PIC 9(6). *>Run that produced this record
           02 ltrCumGpa PIC 9.99. *>Cumulative GPA coming out
           *>Recovery targets -- filled only for a letter putting the
           *>student on PROBATION or SUSPENSION.  A term GPA reads N/A
           *>when no term at that load reaches the line, MET when the
           *>student is already over it.
           02 ltrTargets.
               *>Term GPA needed at 12/15/18 hours to reach probationGPA
               03 ltrPrbNeeds.
                   04 ltrPrbNeed OCCURS 3 TIMES PIC X(4).
               03 ltrPrbTerms PIC X(3). *>Terms at a 4.0, if over one
               03 ltrMajor PIC X(8). *>Declared major
               03 ltrMajFloor PIC X(4). *>Major's GPA floor
               *>Term GPA needed at 12/15/18 hours for the major floor
               03 ltrMajNeeds.
                   04 ltrMajNeed OCCURS 3 TIMES PIC X(4).
               03 ltrMajTerms PIC X(3). *>Terms at a 4.0, if over one
               03 ltrRtkCourse PIC X(10). *>Worst grade's course
               03 ltrRtkGrade PIC X(2). *>Worst grade
               03 ltrRtkGpa PIC X(4). *>Cum GPA with it retaken

       *>Probation recovery projection -- print-style lines, one
       *>record per line
       FD recFile.
       01 recRecord.
           02 recLine PIC X(100).

       *>Checkpoint -- one record holding the W# of the last student
       *>this run fully completed
           02 mastSemCount PIC 99. *>Semesters processed to date
           02 mastLastSem PIC X(11). *>Last semester processed
           02 mastStanding PIC X(13). *>Standing after that semester
           02 mastDegTerm PIC X(11). *>Term the degree was awarded
           02 mastHonors PIC X(15). *>Latin honors awarded with it
           02 mastName PIC X(18). *>Student name as last posted

       *>Master record in the old layout -- the career totals only
       FD oldMastFile.
       01 oldMastRecord.
           02 oldMastWNum PIC X(8). *>Student W#
           02 oldMastEarned PIC 999. *>Cumulative credits earned
           02 oldMastQpts PIC 9999V9. *>Cumulative quality points
           02 oldMastTrn PIC 999. *>Transfer share of oldMastEarned
           02 oldMastSemCount PIC 99. *>Semesters processed to date
           02 oldMastLastSem PIC X(11). *>Last semester processed
           02 oldMastStanding PIC X(13). *>Standing after that semester

       *>Run-control card -- a single record naming the run mode
       FD runFile.
       01 runRecord.
           *>FULL/TERM/SEL/DUMP/MNT/VRFY/GRAD/REPR/REF/CONV
           02 runMode PIC X(4).
           02 runReprId PIC X(6). *>REPR: run ID to reprint from
           02 runReprWNum PIC X(8). *>REPR: student to reprint
           02 runKeepGens PIC X(2). *>Archive generations to keep

       *>Master maintenance transactions -- one action per record
       FD mntFile.
       *>Master dump -- print-style lines, one record per line
       FD dmpFile.
       01 dmpRecord.
           02 dmpLine PIC X(130).

       *>Master-verification report -- print-style lines
       FD vfyFile.
           02 logRunId PIC 9(6). *>Run ID
           02 logDate PIC X(8). *>Run date YYYYMMDD
           02 logTime PIC X(6). *>Sign-off time HHMMSS
           *>FULL/TERM/SEL/DUMP/MNT/VRFY/GRAD/REPR/REF/CONV
           02 logMode PIC X(4).
           02 logStart PIC X(7). *>FRESH or RESTART
           02 logRead PIC 9(8). *>ctlRead at sign-off
           02 logProcessed PIC 9(8). *>ctlProcessed at sign-off
           02 catInCourse PIC X(10). *>Course
           02 catInTitle PIC X(28). *>Official course title
           02 catInCredits PIC 9. *>Official credit hours
           02 catInPrereq OCCURS 4 TIMES. *>Spaces when none
               03 catInPreCourse PIC X(10). *>Prerequisite course
               03 catInPreGrade PIC X(2). *>Minimum grade, or spaces

       *>Grade-change transactions -- one record per resolved appeal
       FD chgFile.
       *>catalog year
       FD posFile.
       01 posRecord.
           02 posInKey.
               03 posInMajor PIC X(8). *>Major code
               03 posInCatYear PIC X(4). *>Catalog year
           02 posInReqCredits PIC 999. *>Required credits for the degree
           02 posInGpaFloor PIC 9V99. *>Major's own GPA floor
           02 posInCourse OCCURS 15 TIMES PIC X(10). *>Required courses
           02 pgmInMajor PIC X(8). *>Declared major code
           02 pgmInCatYear PIC X(4). *>Catalog year of the program

       *>Catalog maintenance -- ADD, CHG, or DEL of one course; an
       *>ADD or CHG carries the whole catalog record as it should
       *>stand, a DEL only needs the course
       FD catMntFile.
       01 catMntRecord.
           02 catMntAction PIC X(6). *>ADD, CHG, or DEL
           02 catMntData PIC X(87). *>Catalog record image
           02 catMntAuth PIC X(6). *>Registrar authorization code

       *>Requirements maintenance -- ADD, CHG, or DEL of one major
       *>and catalog year
       FD posMntFile.
       01 posMntRecord.
           02 posMntAction PIC X(6). *>ADD, CHG, or DEL
           02 posMntData PIC X(168). *>Requirements record image
           02 posMntAuth PIC X(6). *>Registrar authorization code

       *>Student program maintenance -- ADD, CHG, or DEL of one
       *>student's declared major and catalog year
       FD pgmMntFile.
       01 pgmMntRecord.
           02 pgmMntAction PIC X(6). *>ADD, CHG, or DEL
           02 pgmMntData PIC X(20). *>Program record image
           02 pgmMntAuth PIC X(6). *>Registrar authorization code

       *>Reference-maintenance audit -- one record per transaction
       FD refAudFile.
       01 refAudRecord.
           02 refRunId PIC 9(6). *>REF run that read the transaction
           02 refDate PIC 9(8). *>Run date YYYYMMDD
           02 refFileId PIC X(3). *>CAT, POS, or PGM
           02 refAction PIC X(6). *>ADD, CHG, or DEL
           02 refKey PIC X(12). *>Course, major/year, or W#
           02 refAuth PIC X(6). *>Authorization code it carried
           02 refResult PIC X(7). *>APPLIED or IGNORED
           02 refReason PIC X(30). *>Why it was ignored

       *>Transcript-request selections -- one request per record
       FD selFile.
       01 selRecord.
           02 selInWNum PIC X(8). *>Requested student W#
           02 selInMethod PIC X. *>E electronic, P or space paper
           02 selInDest PIC X(10). *>Destination institution code
           02 selInRank PIC X. *>Y to print the class-rank line

       *>Registrar holds feed -- one record per hold placed
       FD hldFile.
           02 wrnCourse PIC X(10). *>Course
           02 wrnNote PIC X(12). *>FINAL TERM or LAPSED TO F

       *>Graduation candidates -- one record per student a GRAD run
       *>certified, carrying the honors stamped on the master
       FD grdFile.
       01 grdRecord.
           02 grdWNum PIC X(8). *>Student W#
           02 grdName PIC X(18). *>Student name
           02 grdMajor PIC X(8). *>Major code
           02 grdCatYear PIC X(4). *>Catalog year of the program
           02 grdDegTerm PIC X(11). *>Term the degree is awarded
           02 grdCumGPA PIC 9V99. *>Institutional cumulative GPA
           02 grdHonors PIC X(15). *>Latin honors, or spaces
           02 grdRunId PIC 9(6). *>Run that certified the student

       *>Not-cleared list -- one record per reason a student fell
       *>short of certification
       FD nclFile.
       01 nclRecord.
           02 nclWNum PIC X(8). *>Student W#
           02 nclName PIC X(18). *>Student name
           02 nclMajor PIC X(8). *>Major code, if one is on file
           02 nclReason PIC X(40). *>Why the student was not cleared
           02 nclRunId PIC 9(6). *>Run that reviewed the student

       *>Term calendar -- one record per term.  A zero or blank
       *>threshold means the term uses the standing default for a
       *>regular or summer term.
       FD calFile.
       01 calRecord.
           02 calInSem PIC X(11). *>Semester
           02 calInStart PIC X(8). *>First day of term YYYYMMDD
           02 calInEnd PIC X(8). *>Last day of term YYYYMMDD
           02 calInWdDate PIC X(8). *>Last day to withdraw YYYYMMDD
           02 calInFt PIC 99. *>Hours for full-time
           02 calInTq PIC 99. *>Hours for three-quarter time
           02 calInHt PIC 99. *>Hours for half-time

       *>Enrollment-status extract -- one record per student per term
       FD enrFile.
       01 enrRecord.
           02 enrWNum PIC X(8). *>Student W#
           02 enrName PIC X(18). *>Student name
           02 enrSem PIC X(11). *>Semester
           02 enrAttempted PIC 99. *>Credits attempted this term
           02 enrStatus PIC X. *>F, Q (3/4), H (half), L (< half)
           02 enrStart PIC X(8). *>Term start date YYYYMMDD
           02 enrEnd PIC X(8). *>Term end date YYYYMMDD
           02 enrWdDate PIC X(8). *>Withdrawal date if all W, or spaces
           02 enrRunId PIC 9(6). *>Run that produced this record

       *>Athlete roster -- one record per student-athlete
       FD athFile.
       01 athRecord.
           02 athInWNum PIC X(8). *>Student W#
           02 athInSport PIC X(12). *>Sport
           02 athInInitSem PIC X(11). *>Initial full-time term

       *>Athletic eligibility report -- print-style lines
       FD elgFile.
       01 elgRecord.
           02 elgLine PIC X(100).

       *>Prerequisite exceptions -- one record per missing
       *>prerequisite of a passed course
       FD preFile.
       01 preRecord.
           02 preWNum PIC X(8). *>Student W#
           02 preName PIC X(18). *>Student name
           02 preSem PIC X(11). *>Semester the course was passed
           02 preCourse PIC X(10). *>Course passed
           02 preMissing PIC X(10). *>Prerequisite not completed
           02 preMinGrade PIC X(2). *>Minimum grade it called for
           02 preRunId PIC 9(6). *>Run that produced this record

       *>Census enrollment roster -- one record per student per
       *>course enrolled at census, accepted in any order
       FD cenFile.
       01 cenRecord.
           02 cenWNum PIC X(8). *>Student W#
           02 cenSem PIC X(11). *>Semester
           02 cenCourse PIC X(10). *>Course enrolled in

       *>Sequenced census roster -- sort key then a copy of the
       *>cenRecord, the same shape the grade work file uses
       FD cenWrkFile.
       01 cenWrkRecord.
           02 cenWrkKey PIC X(20).
           02 cenWrkData PIC X(79).

       *>Missing-grade audit report -- print-style lines
       FD misFile.
       01 misRecord.
           02 misLine PIC X(100).

       *>Electronic transcript -- one X12 130-style segment per record
       FD etxFile.
       01 etxRecord.
           02 etxLine PIC X(120).

       *>Transcript delivery log -- one record per request filled
       FD dlvFile.
       01 dlvRecord.
           02 dlvRunId PIC 9(6). *>Run that filled the request
           02 dlvDate PIC 9(8). *>Run date YYYYMMDD
           02 dlvWNum PIC X(8). *>Student W#
           02 dlvName PIC X(18). *>Student name
           02 dlvMethod PIC X. *>E electronic, P paper
           02 dlvDest PIC X(10). *>Destination institution code
           02 dlvStatus PIC X(8). *>SENT, PRINTED, or WITHHELD
           02 dlvCtlNum PIC 9(4). *>Transaction set number, if sent

       *>Class-rank sort record -- the rank grouping and order ahead
       *>of the student's figures
       SD rnkSortFile.
       01 rnkSrtRecord.
           02 rnkSrtMajor PIC X(8). *>Declared major, spaces if none
           02 rnkSrtLevel PIC 9. *>1 freshman through 4 senior
           02 rnkSrtGpa PIC 9V9(4). *>Institutional cumulative GPA
           02 rnkSrtWNum PIC X(8). *>Student W#
           02 rnkSrtName PIC X(18). *>Student name
           02 rnkSrtInst PIC 999. *>Institutional hours earned
           02 rnkSrtEarned PIC 999. *>Cumulative hours earned

       *>Sequenced rank candidates -- same layout the sort wrote
       FD rnkWrkFile.
       01 rnkWrkRecord.
           02 rnkWMajor PIC X(8).
           02 rnkWLevel PIC 9.
           02 rnkWGpa PIC 9V9(4).
           02 rnkWWNum PIC X(8).
           02 rnkWName PIC X(18).
           02 rnkWInst PIC 999.
           02 rnkWEarned PIC 999.

       *>Class rank report -- print-style lines
       FD rnkFile.
       01 rnkRecord.
           02 rnkLine PIC X(100).

       *>Class-rank extract -- one record per ranked student
       FD rnxFile.
       01 rnxRecord.
           02 rnxWNum PIC X(8). *>Student W#
           02 rnxName PIC X(18). *>Student name
           02 rnxMajor PIC X(8). *>Declared major, spaces if none
           02 rnxLevel PIC X(9). *>FRESHMAN, SOPHOMORE, JUNIOR, SENIOR
           02 rnxGpa PIC 9V9(4). *>Institutional cumulative GPA
           02 rnxRank PIC 9(5). *>Rank within major and level
           02 rnxOf PIC 9(5). *>Students ranked in the group
           02 rnxPctile PIC 999. *>GPA percentile within the group
           02 rnxRunId PIC 9(6). *>Run that produced the ranking

       *>Output archive -- one record per output record archived
       FD arcFile.
       01 arcRecord.
           02 arcKey.
               03 arcRunId PIC 9(6). *>Run that wrote the output
               03 arcFileId PIC X(4). *>Which output file
               03 arcSeq PIC 9(7). *>Record sequence within it
           02 arcData PIC X(150). *>The output record as written

       *>Archive generation list -- one record per run archived
       FD genFile.
       01 genRecord.
           02 genInRunId PIC 9(6). *>Run ID of the generation
           02 genInDate PIC 9(8). *>Run date YYYYMMDD
           02 genInMode PIC X(4). *>FULL or TERM
           02 genInRecords PIC 9(7). *>Records archived for it

       *>Reprinted pages -- the same layout as P2Out.dat
       FD rprFile.
       01 rprRecord.
           02 rprData PIC X(111).

       WORKING-STORAGE SECTION.

           01 w PIC X(3) VALUE "YES".
           01 fsRun PIC XX.
           01 fsWrk PIC XX.
           01 fsCat PIC XX.
           *>Course catalog held open for the run so validateRecord
           *>can reject unknown courses, catch credit-hour
           *>disagreements, and put the official title on the
           *>transcript in place of whatever the feed typed
           01 catOpen PIC X(3) VALUE "NO".
           01 catFound PIC X(3).
           01 fsChg PIC XX.
           *>Grade-change transactions loaded up front and applied as
           *>each matching history record is buffered.  A transaction
                   03 chgUsed PIC X.
           01 fsPos PIC XX.
           01 fsPgm PIC XX.
           *>Program-of-study requirements and student program
           *>records held open for the run so the degree-progress
           *>trailer can audit each student against the student's own
           *>major instead of the flat credit count
           01 posOpen PIC X(3) VALUE "NO".
           01 pgmOpen PIC X(3) VALUE "NO".
           01 posCrsIdx PIC 99.
           *>The program and requirements of the student now being
           *>looked up, copied out of the records so a later read
           *>can't disturb them
           01 pgmFound PIC X(3) VALUE "NO".
           01 pgmMajor PIC X(8).
           01 pgmCatYear PIC X(4).
           01 posFound PIC X(3) VALUE "NO".
           01 posReqCredits PIC 999.
           01 posGpaFloor PIC 9V99.
           01 posCourseList.
               02 posCourse OCCURS 15 TIMES PIC X(10).
           *>Transfer equivalents accepted for the student now
           *>printing, buffered as printTransfer consumes the feed so
           *>the requirements audit can count them as satisfying
           01 selTable.
               02 selEntry OCCURS 100 TIMES.
                   03 selWNum PIC X(8).
                   03 selMethod PIC X.
                   03 selDest PIC X(10).
                   03 selRank PIC X.
                   03 selFound PIC X.
           *>Set to YES when the run-control card says TERM: myInFile
           *>holds only the current term's grade records and each
           01 dumpMode PIC X(3) VALUE "NO".
           01 mntMode PIC X(3) VALUE "NO".
           01 vfyMode PIC X(3) VALUE "NO".
           *>Set to YES when the run-control card says GRAD: the full
           *>history feed is run read-only, like VRFY, and every
           *>student the requirements audit clears is certified --
           *>written to P2Grd.dat and stamped on the master with the
           *>degree term and honors.  Everyone else goes to P2Ncl.dat.
           01 grdMode PIC X(3) VALUE "NO".
           01 fsGrd PIC XX.
           01 fsNcl PIC XX.
           *>Latin honors floors, against the institutional cumulative
           *>GPA -- transfer work is already out of cumGPA's
           *>denominator and carries no quality points, so it can
           *>neither earn nor cost a student honors
           01 summaGPA PIC 9V99 VALUE 3.90.
           01 magnaGPA PIC 9V99 VALUE 3.70.
           01 cumLaudeGPA PIC 9V99 VALUE 3.50.
           *>Degree term and honors off the buffered student's master
           *>record, carried so updateMaster keeps the stamp and the
           *>trailer can print DEGREE AWARDED on any later run
           01 stuDegTerm PIC X(11) VALUE SPACES.
           01 stuHonors PIC X(15) VALUE SPACES.
           *>Set to NO by certifyGraduate the first time a student
           *>falls short of any graduation requirement
           01 grdCleared PIC X(3).
           01 grdHonorsW PIC X(15).
           *>GRAD-run tallies for the audit trailer
           01 ctlGrdCert PIC 9(5) VALUE ZERO.
           01 ctlGrdNcl PIC 9(5) VALUE ZERO.
           01 ctlGrdPrior PIC 9(5) VALUE ZERO.
           *>Set to YES for run modes that must leave the master, the
           *>checkpoint, and the carried incompletes exactly as they
           *>found them (SEL, VRFY, and GRAD -- a GRAD run touches
           *>only the degree stamp)
           01 readOnlyRun PIC X(3) VALUE "NO".
           *>End-of-file and record-count state for the master dump
           01 dmpEOF PIC X(3) VALUE "NO".
           01 mntEOF PIC X(3) VALUE "NO".
           01 mntApplied PIC 9(5) VALUE ZERO.
           01 mntIgnored PIC 9(5) VALUE ZERO.
           *>Set to YES when the run-control card says REF: the
           *>P2CatM/P2PosM/P2PgmM.dat reference maintenance is applied
           *>and the run stops
           01 refMode PIC X(3) VALUE "NO".
           *>Set to YES when the run-control card says CONV: the old
           *>layout master in P2MastO.dat is copied into a new
           *>P2Mast.dat and the run stops
           01 convMode PIC X(3) VALUE "NO".
           01 fsOldMast PIC XX.
           01 oldMastEOF PIC X(3) VALUE "NO".
           01 convCopied PIC 9(5) VALUE ZERO.
           01 fsCatM PIC XX.
           01 fsPosM PIC XX.
           01 fsPgmM PIC XX.
           01 fsRefA PIC XX.
           01 refEOF PIC X(3) VALUE "NO".
           01 refApplied PIC 9(5) VALUE ZERO.
           01 refIgnored PIC 9(5) VALUE ZERO.
           *>Verify-run tallies for the audit trailer
           01 ctlVfyOk PIC 9(5) VALUE ZERO.
           01 ctlVfyBad PIC 9(5) VALUE ZERO.
           *>back above comes out as CONT GOOD STD for that term.
           01 prevStanding PIC X(13) VALUE "GOOD STANDING".
           01 fsLtr PIC XX.
           01 fsRec PIC XX.
           *>Probation recovery projection work fields.  Each student
           *>finishSemester leaves on PROBATION or SUSPENSION gets the
           *>term GPA needed next term to reach each threshold -- the
           *>probation line, and the major's own GPA floor when the
           *>student has one -- at 12, 15, and 18 hours, every hour
           *>earned; a threshold no single term reaches gets the
           *>terms it takes at a 4.0 carrying rcvTermLoad hours.  The
           *>student's worst grade is priced at a retake earning
           *>rcvRtkGrade, the later attempt replacing the earlier.
           01 rcvTermLoad PIC 99 VALUE 15.
           01 rcvRtkGrade PIC X(2) VALUE "B ".
           01 rcvRtkFac PIC 9V9 VALUE 3.0.
           01 rcvSets PIC 9.
           01 rcvSetIdx PIC 9.
           01 rcvSetTable.
               02 rcvSet OCCURS 2 TIMES.
                   03 rcvSetTarget PIC 9V99.
                   03 rcvSetMet PIC X(3).
                   03 rcvSetNeeds.
                       04 rcvSetNeed OCCURS 3 TIMES PIC X(4).
                   03 rcvSetTerms PIC X(3).
           01 rcvMajor PIC X(8).
           01 rcvTarget PIC 9V99.
           01 dRcvTarget PIC 9.99.
           01 rcvLoadIdx PIC 9.
           01 rcvLoad PIC 99.
           01 rcvNeedRaw PIC S9(3)V9(6).
           01 rcvNeed PIC 9V99.
           01 dRcvNeed PIC 9.99.
           01 rcvTermsRaw PIC S9(5)V9(6).
           01 rcvTerms PIC 99.
           01 zRcvTerms PIC ZZ9.
           01 rcvScan PIC 999.
           01 rcvSeen PIC X(3).
           01 rcvDone PIC X(3).
           01 rcvRtkIdx PIC 999.
           01 rcvRtkPts PIC 9V9.
           01 rcvRtkGpa PIC 9V99.
           01 dRcvRtkGpa PIC 9.99.
           01 rcvLabel PIC X(14).
           01 recHeadDone PIC X(3) VALUE "NO".
           01 ctlRec PIC 9(5) VALUE ZERO.
           01 fsCal PIC XX.
           01 fsEnr PIC XX.
           *>Enrollment-status hour thresholds -- attempted hours at
           *>or above each figure make the student full, three-quarter,
           *>or half time.  Summer and winter terms are short terms
           *>with their own figures; a calendar record can override
           *>either set for its own term.
           01 enrFtReg PIC 99 VALUE 12.
           01 enrTqReg PIC 99 VALUE 09.
           01 enrHtReg PIC 99 VALUE 06.
           01 enrFtSum PIC 99 VALUE 06.
           01 enrTqSum PIC 99 VALUE 05.
           01 enrHtSum PIC 99 VALUE 03.
           *>Thresholds in force for the term being classified
           01 enrFt PIC 99.
           01 enrTq PIC 99.
           01 enrHt PIC 99.
           *>Term calendar loaded up front, looked up by semester as
           *>each student-term closes
           01 calMax PIC 99 VALUE 60.
           01 calCount PIC 99 VALUE ZERO.
           01 calIdx PIC 99.
           01 calPick PIC 99.
           01 calEOF PIC X(3) VALUE "NO".
           01 calTable.
               02 calEntry OCCURS 60 TIMES.
                   03 calSem PIC X(11).
                   03 calStart PIC X(8).
                   03 calEnd PIC X(8).
                   03 calWdDate PIC X(8).
                   03 calFt PIC 99.
                   03 calTq PIC 99.
                   03 calHt PIC 99.
           *>Course lines and W lines in the semester now closing, so
           *>an all-W term can be reported as a withdrawal
           01 semLines PIC 99 VALUE ZERO.
           01 semWLines PIC 99 VALUE ZERO.
           *>Enrollment-status records written this run
           01 ctlEnr PIC 9(5) VALUE ZERO.
           01 fsAth PIC XX.
           01 fsElg PIC XX.
           *>Athlete roster loaded up front; athFound marks the ones
           *>the feed reached, so the rest can be listed at the end
           01 athMax PIC 999 VALUE 300.
           01 athCount PIC 999 VALUE ZERO.
           01 athIdx PIC 999.
           01 athPick PIC 999.
           01 athEOF PIC X(3) VALUE "NO".
           01 athTable.
               02 athEntry OCCURS 300 TIMES.
                   03 athWNum PIC X(8).
                   03 athSport PIC X(12).
                   03 athInitSem PIC X(11).
                   03 athInitKey PIC 9(5).
                   03 athFound PIC X.
           *>Each closed term of the student now printing -- term key
           *>(year*10+termNo, as incCurKey), hours attempted, hours
           *>earned -- kept so the eligibility rules can look back at
           *>the prior term and the preceding academic year
           01 stmMax PIC 99 VALUE 40.
           01 stmCount PIC 99 VALUE ZERO.
           01 stmIdx PIC 99.
           01 stmTable.
               02 stmEntry OCCURS 40 TIMES.
                   03 stmKey PIC 9(5).
                   03 stmAtt PIC 99.
                   03 stmEarn PIC 99.
           *>Eligibility rule minimums: hours attempted in the current
           *>term, hours earned in the prior regular term and over the
           *>preceding academic year, percent of the degree completed
           *>entering years 3, 4, and 5, and the cumulative GPA floor
           *>for years 1, 2, and 3 on
           01 elgMinAtt PIC 99 VALUE 12.
           01 elgMinPrior PIC 99 VALUE 06.
           01 elgMinYear PIC 99 VALUE 18.
           01 elgPctYr3 PIC 999 VALUE 040.
           01 elgPctYr4 PIC 999 VALUE 060.
           01 elgPctYr5 PIC 999 VALUE 080.
           01 elgGpaYr1 PIC 9V99 VALUE 1.80.
           01 elgGpaYr2 PIC 9V99 VALUE 1.90.
           01 elgGpaYr3 PIC 9V99 VALUE 2.00.
           *>Work figures for the athlete now being certified
           01 elgCurKey PIC 9(5).
           01 elgInitKey PIC 9(5).
           01 elgYear PIC 99.
           01 elgAtt PIC 99.
           01 elgPrior PIC 99.
           01 elgPriorKey PIC 9(5).
           01 elgYearEarn PIC 999.
           01 elgPct PIC 999.
           01 elgPctMin PIC 999.
           01 elgGpaMin PIC 9V99.
           01 dElgGpaMin PIC 9.99.
           *>Each rule the athlete failed, held until the verdict line
           *>is out
           01 elgFails PIC 9.
           01 elgFailIdx PIC 9.
           01 elgFailText PIC X(60).
           01 elgFailTable.
               02 elgFailMsg OCCURS 5 TIMES PIC X(60).
           01 elgHeadDone PIC X(3) VALUE "NO".
           *>Eligibility tallies for the audit trailer
           01 ctlElgOk PIC 9(5) VALUE ZERO.
           01 ctlElgBad PIC 9(5) VALUE ZERO.
           01 fsPre PIC XX.
           *>Prerequisite-check work fields: the prerequisite slot
           *>being checked, whether it was met, the student line that
           *>met it, and the grade on the scale where it compares
           01 prqIdx PIC 9.
           01 prqMet PIC X(3).
           01 prqScan PIC 999.
           01 prqGradeIn PIC X(2).
           01 prqPts PIC 9V9.
           01 prqMinPts PIC 9V9.
           *>Prerequisite exceptions written this run
           01 ctlPre PIC 9(5) VALUE ZERO.
           01 fsCen PIC XX.
           01 fsCenWrk PIC XX.
           01 fsMis PIC XX.
           *>Census merge switches, the same peek-and-hold trio the
           *>registrar GPA feed uses.  The census is only audited on
           *>a run that posts the whole feed -- not SEL, VRFY, or
           *>GRAD -- and a restart ignores the students the
           *>interrupted run already finished.
           01 cenOpen PIC X(3) VALUE "NO".
           01 cenEOF PIC X(3) VALUE "NO".
           01 cenPending PIC X(3) VALUE "NO".
           01 cenFeedEOF PIC X(3) VALUE "NO".
           01 cenSeqNo PIC 9(7) VALUE ZERO.
           01 cenMatched PIC X(3).
           01 cenNameW PIC X(18).
           *>Which of the buffered student's lines a census record
           *>claimed
           01 cenHitTable.
               02 cenHit OCCURS 200 TIMES PIC X.
           *>The terms the census covers -- a grade from any other
           *>term can't be held against the roster
           01 cenTermMax PIC 99 VALUE 20.
           01 cenTermCount PIC 99 VALUE ZERO.
           01 cenTermIdx PIC 99.
           01 cenTermHit PIC X(3).
           01 cenTermTable.
               02 cenTerm OCCURS 20 TIMES PIC X(11).
           *>Missing-grade audit exceptions, held for the report so
           *>it can come out grouped by course and term.  Type M is a
           *>census enrollment with no grade posted; type N is a
           *>grade posted for a student the census never enrolled.
           01 misMax PIC 999 VALUE 500.
           01 misCount PIC 999 VALUE ZERO.
           01 misIdx PIC 999.
           01 misPick PIC 999.
           01 misPrinted PIC 999.
           *>Set to YES when the exception table filled mid-run --
           *>the counts stay whole, the report lists what it held
           01 misOverflow PIC X(3) VALUE "NO".
           01 misTable.
               02 misEntry OCCURS 500 TIMES.
                   03 misSortKey.
                       04 misKeyCourse PIC X(10).
                       04 misYear PIC 9(4).
                       04 misTermNo PIC 9.
                       04 misType PIC X.
                       04 misWNum PIC X(8).
                   03 misSem PIC X(11).
                   03 misName PIC X(18).
                   03 misGrade PIC X(2).
                   03 misDone PIC X.
           *>The exception about to be tabled, and the course/term
           *>group the report last headed
           01 misTypeW PIC X.
           01 misWNumW PIC X(8).
           01 misSemW PIC X(11).
           01 misCourseW PIC X(10).
           01 misGradeW PIC X(2).
           01 misLastCourse PIC X(10).
           01 misLastSem PIC X(11).
           *>Census tallies for the audit trailer -- either one
           *>nonzero puts the run out of balance
           01 ctlMisGrade PIC 9(5) VALUE ZERO.
           01 ctlNotEnr PIC 9(5) VALUE ZERO.
           01 fsEtx PIC XX.
           01 fsDlv PIC XX.
           *>Electronic transcript body for the student now printing,
           *>buffered segment by segment as the page prints -- the
           *>transfer section, each term's SES/CRS/SUM segments -- so
           *>one transaction set can go out per electronic request.
           *>Only built when the student has an electronic request.
           01 etxWanted PIC X(3) VALUE "NO".
           01 etxMax PIC 999 VALUE 400.
           01 etxCount PIC 999 VALUE ZERO.
           01 etxIdx PIC 999.
           01 etxOverflow PIC X(3) VALUE "NO".
           01 etxBodyTable.
               02 etxBody OCCURS 400 TIMES PIC X(120).
           01 etxSeg PIC X(120).
           *>Segments in the set going out, ST and SE included
           01 etxSegCount PIC 9(4).
           *>Transaction set control number, one per set this run
           01 etxCtlNum PIC 9(4) VALUE ZERO.
           *>Term the last SES segment opened
           01 etxLastSem PIC X(11).
           01 etxNotes PIC X(50).
           *>Delivery tallies for the audit trailer on a SEL run
           01 ctlEtxSent PIC 9(5) VALUE ZERO.
           01 ctlDlvHeld PIC 9(5) VALUE ZERO.
           01 fsRnkWrk PIC XX.
           01 fsRnk PIC XX.
           01 fsRnx PIC XX.
           *>Class-rank rules: a student needs this many institutional
           *>hours to be ranked, and the class level comes off total
           *>hours earned -- under 30 freshman, under 60 sophomore,
           *>under 90 junior, senior from there
           01 rnkMinHours PIC 999 VALUE 012.
           01 rnkSoHours PIC 999 VALUE 030.
           01 rnkJrHours PIC 999 VALUE 060.
           01 rnkSrHours PIC 999 VALUE 090.
           01 rnkMastEOF PIC X(3) VALUE "NO".
           01 rnkEOF PIC X(3) VALUE "NO".
           01 rnkInst PIC 999.
           *>Size of each major/level group, tallied as candidates
           *>go to the sort so each percentile can be worked out on
           *>the single pass over the sorted file
           01 rnkGrpMax PIC 999 VALUE 200.
           01 rnkGrpCount PIC 999 VALUE ZERO.
           01 rnkGrpIdx PIC 999.
           01 rnkGrpPick PIC 999.
           01 rnkGrpTable.
               02 rnkGrpEntry OCCURS 200 TIMES.
                   03 rnkGrpMajor PIC X(8).
                   03 rnkGrpLevel PIC 9.
                   03 rnkGrpSize PIC 9(5).
           *>Standard competition ranking within the group: equal
           *>GPAs share the higher rank and the next GPA down skips
           *>past them (1, 2, 2, 4)
           01 rnkPos PIC 9(5).
           01 rnkRank PIC 9(5).
           01 rnkOf PIC 9(5).
           01 rnkPctile PIC 999.
           01 rnkPrevGpa PIC 9V9(4).
           01 rnkPrevMajor PIC X(8).
           01 rnkPrevLevel PIC 9.
           01 rnkLevelText PIC X(9).
           01 rnkMajorText PIC X(10).
           01 zRnkRank PIC ZZZZ9.
           01 zRnkOf PIC ZZZZ9.
           01 zRnkPctile PIC ZZ9.
           01 dRnkGpa PIC 9.9999.
           *>Class-rank tallies for the audit trailer
           01 ctlRanked PIC 9(5) VALUE ZERO.
           01 ctlRnkExcl PIC 9(5) VALUE ZERO.
           *>YES when the SEL request asked for the rank line
           01 rnkWanted PIC X(3) VALUE "NO".
           01 rnxEOF PIC X(3).
           *>Set to YES once this run has rebuilt the rank files, so
           *>the archive only takes them when they are this run's
           01 rnkBuilt PIC X(3) VALUE "NO".
           01 fsArc PIC XX.
           01 fsGen PIC XX.
           01 fsRpr PIC XX.
           *>Archive generations kept before the oldest is purged --
           *>the run card can override the standing default
           01 keepGens PIC 99 VALUE 07.
           *>Output file now being archived, and the sequence of the
           *>record within it
           01 arcFileW PIC X(4).
           01 arcSeqW PIC 9(7).
           01 arcEOF PIC X(3).
           01 ctlArchived PIC 9(7) VALUE ZERO.
           *>Generation list, read in, extended by this run, trimmed
           *>to keepGens, and written back
           01 genMax PIC 99 VALUE 99.
           01 genCount PIC 99 VALUE ZERO.
           01 genIdx PIC 99.
           01 genFirst PIC 99.
           01 genEOF PIC X(3) VALUE "NO".
           01 genTable.
               02 genEntry OCCURS 99 TIMES.
                   03 genRunId PIC 9(6).
                   03 genDate PIC 9(8).
                   03 genMode PIC X(4).
                   03 genRecords PIC 9(7).
           *>Set to YES when the run-control card says REPR: the pages
           *>one student got in one archived run are reprinted off the
           *>archive, exactly as they went out, and the run stops
           01 reprMode PIC X(3) VALUE "NO".
           01 rprRunId PIC 9(6).
           01 rprWNum PIC X(8).
           *>One printed sheet -- the lines between two form feeds --
           *>held until its owner is known
           01 rprMax PIC 99 VALUE 60.
           01 rprLines PIC 99 VALUE ZERO.
           01 rprIdx PIC 99.
           01 rprSheet.
               02 rprLine OCCURS 60 TIMES PIC X(111).
           01 rprFfLine PIC X(111).
           01 rprOwner PIC X(8).
           01 rprFound PIC X(3) VALUE "NO".
           01 rprPages PIC 9(5) VALUE ZERO.
           *>Degree-progress/graduation-audit trailer figures
           01 reqCredits PIC 999 VALUE 120.
           01 semCount PIC 99 VALUE ZERO.
               PERFORM releaseRunLedger
               STOP RUN
           END-IF.
           IF reprMode IS EQUAL TO "YES"
               PERFORM runReprint
               PERFORM writeRunLedger
               PERFORM releaseRunLedger
               STOP RUN
           END-IF.
           IF refMode IS EQUAL TO "YES"
               PERFORM runReferenceMaint
               PERFORM writeRunLedger
               PERFORM releaseRunLedger
               STOP RUN
           END-IF.
           IF convMode IS EQUAL TO "YES"
               PERFORM runMasterConvert
               PERFORM writeRunLedger
               PERFORM releaseRunLedger
               STOP RUN
           END-IF.

           OPEN INPUT myInFile.
           IF fsMyIn IS NOT EQUAL TO "00"
               STOP RUN
           END-IF.

           IF restartWNum IS EQUAL TO SPACES
               OPEN OUTPUT enrFile
           ELSE
               OPEN EXTEND enrFile
           END-IF.
           IF fsEnr IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2Enr.dat, FILE STATUS " fsEnr
               STOP RUN
           END-IF.

           IF restartWNum IS EQUAL TO SPACES
               OPEN OUTPUT excFile
           ELSE
               STOP RUN
           END-IF.

           IF restartWNum IS EQUAL TO SPACES
               OPEN OUTPUT preFile
           ELSE
               OPEN EXTEND preFile
           END-IF.
           IF fsPre IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2Pre.dat, FILE STATUS " fsPre
               STOP RUN
           END-IF.

           IF restartWNum IS EQUAL TO SPACES
               OPEN OUTPUT ltrFile
           ELSE
               STOP RUN
           END-IF.

           IF restartWNum IS EQUAL TO SPACES
               OPEN OUTPUT recFile
           ELSE
               OPEN EXTEND recFile
           END-IF.
           IF fsRec IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2Rec.dat, FILE STATUS " fsRec
               STOP RUN
           END-IF.

           *>The term summary is rebuilt fresh every run -- after a
           *>checkpointed restart it covers the students this run
           *>processed, not the ones the interrupted run finished
               STOP RUN
           END-IF.

           *>The eligibility report is rebuilt fresh every run, the
           *>same way the course report is
           OPEN OUTPUT elgFile.
           IF fsElg IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2Elg.dat, FILE STATUS " fsElg
               STOP RUN
           END-IF.

           *>gpaFile is optional -- no registrar feed just means no
           *>reconciliation gets done, not an abend.  When one was
           *>supplied it goes through the same W#/term sequencing as
               MOVE "YES" to gpaEOF
           END-IF.

           *>cenFile is optional too -- no census roster just means
           *>no missing-grade audit.  It is sequenced like the
           *>registrar GPA feed so the merge in auditCensus walks it
           *>in the grade feed's order.
           IF selMode IS NOT EQUAL TO "YES"
                   AND readOnlyRun IS NOT EQUAL TO "YES"
               OPEN INPUT cenFile
               IF fsCen IS EQUAL TO "00"
                   SORT sortFile
                       ON ASCENDING KEY srtWNum srtYear srtTermNo
                           srtSeq
                       INPUT PROCEDURE IS sortCensusInput
                       GIVING cenWrkFile
                   CLOSE cenFile
                   OPEN INPUT cenWrkFile
                   IF fsCenWrk IS EQUAL TO "00"
                       MOVE "YES" to cenOpen
                   ELSE
                       DISPLAY "UNABLE TO OPEN P2CenSrt.dat, FILE "
                               "STATUS " fsCenWrk
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           IF cenOpen IS NOT EQUAL TO "YES"
               MOVE "YES" to cenEOF
           END-IF.

           *>The missing-grade audit is rebuilt fresh every run, the
           *>same way the course report is
           OPEN OUTPUT misFile.
           IF fsMis IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2Mis.dat, FILE STATUS " fsMis
               STOP RUN
           END-IF.

           *>trnFile is optional the same way -- no transfer feed just
           *>means no student gets a transfer-credit section
           OPEN INPUT trnFile.
               END-IF
           END-IF.

           PERFORM openCatalog
           PERFORM loadGradeChanges
           PERFORM loadRenewals
           PERFORM openPrograms
           PERFORM loadCalendar
           PERFORM loadAthletes
           PERFORM loadIncompletes
           IF selMode IS EQUAL TO "YES"
               PERFORM loadSelections

           *>"05" is the normal OPEN of an OPTIONAL master that
           *>doesn't exist yet -- the first run creates it.  A TERM
           *>run cannot do anything sensible without the master, a
           *>VRFY run has nothing to verify against, and a GRAD run
           *>has nowhere to post the degree, so only the other modes
           *>are allowed to carry on without one.  A "39" is a master
           *>still in the old layout: no mode may run past that, or a
           *>FULL run would quietly leave it behind -- CONV converts it.
           OPEN I-O mastFile.
           IF fsMast IS EQUAL TO "39"
               DISPLAY "P2Mast.dat IS IN THE OLD RECORD LAYOUT -- "
                       "RENAME IT P2MastO.dat AND RUN CONV FIRST"
               STOP RUN
           END-IF.
           IF fsMast IS EQUAL TO "00" OR fsMast IS EQUAL TO "05"
               MOVE "YES" to mastOpen
           ELSE
               IF termMode IS EQUAL TO "YES"
                       OR vfyMode IS EQUAL TO "YES"
                       OR grdMode IS EQUAL TO "YES"
                   DISPLAY "UNABLE TO OPEN P2Mast.dat FOR " runMode
                           " RUN, FILE STATUS " fsMast
                   STOP RUN
               END-IF
           END-IF.

           *>A SEL run fills electronic requests and logs every
           *>request it fills; the log is never cleared
           IF selMode IS EQUAL TO "YES"
               OPEN OUTPUT etxFile
               IF fsEtx IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN P2Etx.dat, FILE STATUS "
                           fsEtx
                   STOP RUN
               END-IF
               OPEN EXTEND dlvFile
               IF fsDlv IS NOT EQUAL TO "00"
                       AND fsDlv IS NOT EQUAL TO "05"
                   DISPLAY "UNABLE TO OPEN P2Dlv.dat, FILE STATUS "
                           fsDlv
                   STOP RUN
               END-IF
           END-IF.

           IF grdMode IS EQUAL TO "YES"
               OPEN OUTPUT grdFile
               IF fsGrd IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN P2Grd.dat, FILE STATUS "
                           fsGrd
                   STOP RUN
               END-IF
               OPEN OUTPUT nclFile
               IF fsNcl IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN P2Ncl.dat, FILE STATUS "
                           fsNcl
                   STOP RUN
               END-IF
           END-IF.

           IF restartWNum IS EQUAL TO SPACES
               PERFORM nextValidRecord
               PERFORM checkInputOrder
                   *>student's page from the buffer with that student's
                   *>totals reset to zero
                   PERFORM loadStudent
                   PERFORM auditCensus
                   *>A diverted student's records are already in
                   *>excFile -- nothing prints or posts, the console
                   *>has the note, and the roster carries on
           PERFORM writeIncompletes.
           PERFORM writeTermSummary.
           PERFORM writeCourseReport.
           PERFORM finishCensus.
           IF selMode IS NOT EQUAL TO "YES"
                   AND readOnlyRun IS NOT EQUAL TO "YES"
                   AND mastOpen IS EQUAL TO "YES"
               PERFORM buildClassRank
           END-IF.
           PERFORM reportAbsentAthletes.
           PERFORM writeAuditTrailer.
           IF selMode IS EQUAL TO "YES"
               PERFORM reportUnfilledRequests
           CLOSE myOutFile.
           CLOSE csvFile.
           CLOSE sapFile.
           CLOSE enrFile.
           CLOSE excFile.
           CLOSE sumFile.
           CLOSE audFile.
           CLOSE crsFile.
           CLOSE elgFile.
           CLOSE preFile.
           CLOSE misFile.
           IF cenOpen = "YES"
               CLOSE cenWrkFile
           END-IF.
           CLOSE ltrFile.
           CLOSE recFile.
           IF gpaOpen = "YES"
               CLOSE gpaWrkFile
           END-IF.
           IF mastOpen = "YES"
               CLOSE mastFile
           END-IF.
           IF catOpen = "YES"
               CLOSE catFile
           END-IF.
           IF posOpen = "YES"
               CLOSE posFile
           END-IF.
           IF pgmOpen = "YES"
               CLOSE pgmFile
           END-IF.
           IF vfyMode = "YES"
               CLOSE vfyFile
           END-IF.
           IF grdMode = "YES"
               CLOSE grdFile
               CLOSE nclFile
           END-IF.
           IF selMode = "YES"
               CLOSE etxFile
               CLOSE dlvFile
           END-IF.
           *>Every output is closed and complete -- a FULL or TERM
           *>run now files them away as its archive generation
           IF readOnlyRun IS NOT EQUAL TO "YES"
               PERFORM archiveRunOutputs
           END-IF.
           PERFORM writeRunLedger.
           PERFORM releaseRunLedger.
           STOP RUN.
               END-READ
           END-PERFORM.

       *>Feeds the sort with the census roster under the same W#/term
       *>key, noting each term the census covers on the way through.
       *>On a restart the students the interrupted run finished are
       *>left out -- their grades are not on this run's pass.
       sortCensusInput.
           PERFORM UNTIL cenFeedEOF = "YES"
               READ cenFile
               AT END
                   MOVE "YES" to cenFeedEOF
               NOT AT END
                   IF restartWNum IS EQUAL TO SPACES
                           OR cenWNum IS GREATER THAN restartWNum
                       PERFORM noteCensusTerm
                       ADD 1 to cenSeqNo
                       MOVE cenWNum to srtWNum
                       MOVE cenSem to semText
                       PERFORM parseTermKey
                       MOVE termYearW to srtYear
                       MOVE termNoW to srtTermNo
                       MOVE cenSeqNo to srtSeq
                       MOVE cenRecord to srtData
                       RELEASE srtRecord
                   END-IF
               END-READ
           END-PERFORM.

       *>Adds the census record's term to the covered-term table
       noteCensusTerm.
           MOVE "NO " to cenTermHit
           PERFORM VARYING cenTermIdx FROM 1 BY 1
                   UNTIL cenTermIdx IS GREATER THAN cenTermCount
               IF cenTerm(cenTermIdx) IS EQUAL TO cenSem
                   MOVE "YES" to cenTermHit
               END-IF
           END-PERFORM
           IF cenTermHit IS EQUAL TO "NO "
               IF cenTermCount IS LESS THAN cenTermMax
                   ADD 1 to cenTermCount
                   MOVE cenSem to cenTerm(cenTermCount)
               ELSE
                   DISPLAY "MORE THAN " cenTermMax " TERMS IN "
                           "P2Cen.dat -- " cenSem " NOT CHECKED FOR "
                           "UNENROLLED GRADES"
               END-IF
           END-IF.

       *>Claims the run ledger.  The lock record remembers the last
       *>run ID handed out and whether that run signed off; a run
       *>that finds the ledger still ACTIVE refuses to start, so a
               EVALUATE TRUE
                   WHEN dumpMode IS EQUAL TO "YES"
                           OR mntMode IS EQUAL TO "YES"
                           OR reprMode IS EQUAL TO "YES"
                           OR refMode IS EQUAL TO "YES"
                           OR convMode IS EQUAL TO "YES"
                       MOVE "UTILITY       " to logStatus
                   WHEN ctlBalance IS EQUAL TO ctlRead
                           AND ctlMisGrade IS EQUAL TO 0
                           AND ctlNotEnr IS EQUAL TO 0
                       MOVE "IN BALANCE    " to logStatus
                   WHEN OTHER
                       MOVE "OUT OF BALANCE" to logStatus
               END-IF
           END-IF.

       *>Opens the course catalog for the run, if one was supplied.
       *>No catalog -- or an empty one -- just means validateRecord
       *>skips the catalog checks, the way runs always behaved
       *>before there was one.  A catalog that is there but won't
       *>open is said so, loudly, and the run goes on without it
       *>rather than rejecting every record against nothing.
       openCatalog.
           OPEN INPUT catFile
           EVALUATE fsCat
               WHEN "00"
                   MOVE LOW-VALUES to catInCourse
                   START catFile KEY IS GREATER THAN catInCourse
                       INVALID KEY
                           CLOSE catFile
                       NOT INVALID KEY
                           MOVE "YES" to catOpen
                   END-START
               WHEN "05"
                   CLOSE catFile
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN P2Cat.dat, FILE STATUS "
                           fsCat " -- CATALOG CHECKS DISABLED "
                           "FOR THIS RUN"
           END-EVALUATE.

       *>Loads the grade-change transactions into chgTable, if a
       *>transaction file was supplied.  A transaction with no
               END-IF
           END-PERFORM.

       *>Opens the program-of-study requirements and the student
       *>program records for the run, if they were supplied.
       *>Neither file is required -- a student with no program
       *>record, or a program with no requirements record, just gets
       *>the flat-credit trailer the run has always printed.
       openPrograms.
           OPEN INPUT posFile
           EVALUATE fsPos
               WHEN "00"
                   MOVE "YES" to posOpen
               WHEN "05"
                   CLOSE posFile
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN P2Pos.dat, FILE STATUS "
                           fsPos " -- REQUIREMENTS AUDIT DISABLED "
                           "FOR THIS RUN"
           END-EVALUATE
           OPEN INPUT pgmFile
           EVALUATE fsPgm
               WHEN "00"
                   MOVE "YES" to pgmOpen
               WHEN "05"
                   CLOSE pgmFile
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN P2Pgm.dat, FILE STATUS "
                           fsPgm " -- REQUIREMENTS AUDIT DISABLED "
                           "FOR THIS RUN"
           END-EVALUATE.

       *>Looks up the program record for the W# in pgmInWNum and,
       *>from it, the major's requirements record for that catalog
       *>year, copying both out for the trailer
       lookupProgram.
           MOVE "NO " to pgmFound
           MOVE "NO " to posFound
           IF pgmOpen IS EQUAL TO "YES"
               READ pgmFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" to pgmFound
                       MOVE pgmInMajor to pgmMajor
                       MOVE pgmInCatYear to pgmCatYear
               END-READ
           END-IF
           IF pgmFound IS EQUAL TO "YES"
                   AND posOpen IS EQUAL TO "YES"
               MOVE pgmMajor to posInMajor
               MOVE pgmCatYear to posInCatYear
               READ posFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" to posFound
                       MOVE posInReqCredits to posReqCredits
                       MOVE posInGpaFloor to posGpaFloor
                       PERFORM VARYING posCrsIdx FROM 1 BY 1
                               UNTIL posCrsIdx IS GREATER THAN 15
                           MOVE posInCourse(posCrsIdx)
                               to posCourse(posCrsIdx)
                       END-PERFORM
               END-READ
           END-IF.

       *>Loads the term calendar into calTable, if one was supplied.
       *>A term with no calendar record still gets its enrollment
       *>status -- the extract just goes out without its dates.
       loadCalendar.
           OPEN INPUT calFile
           IF fsCal IS EQUAL TO "00"
               PERFORM UNTIL calEOF = "YES"
                   READ calFile
                   AT END
                       MOVE "YES" to calEOF
                   NOT AT END
                       IF calCount IS EQUAL TO calMax
                           DISPLAY "MORE THAN " calMax " TERMS IN "
                                   "P2Cal.dat -- " calInSem
                                   " NOT LOADED"
                       ELSE
                           ADD 1 to calCount
                           MOVE calInSem to calSem(calCount)
                           MOVE calInStart to calStart(calCount)
                           MOVE calInEnd to calEnd(calCount)
                           MOVE calInWdDate to calWdDate(calCount)
                           MOVE 0 to calFt(calCount)
                           MOVE 0 to calTq(calCount)
                           MOVE 0 to calHt(calCount)
                           IF calInFt IS NUMERIC
                               MOVE calInFt to calFt(calCount)
                           END-IF
                           IF calInTq IS NUMERIC
                               MOVE calInTq to calTq(calCount)
                           END-IF
                           IF calInHt IS NUMERIC
                               MOVE calInHt to calHt(calCount)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE calFile
           END-IF.

       *>Loads the athlete roster into athTable, if compliance sent
       *>one.  No roster just means an empty eligibility report.
       loadAthletes.
           OPEN INPUT athFile
           IF fsAth IS EQUAL TO "00"
               PERFORM UNTIL athEOF = "YES"
                   READ athFile
                   AT END
                       MOVE "YES" to athEOF
                   NOT AT END
                       IF athCount IS EQUAL TO athMax
                           DISPLAY "MORE THAN " athMax " ATHLETES IN "
                                   "P2Ath.dat -- " athInWNum
                                   " NOT CERTIFIED"
                       ELSE
                           ADD 1 to athCount
                           MOVE athInWNum to athWNum(athCount)
                           MOVE athInSport to athSport(athCount)
                           MOVE athInInitSem to athInitSem(athCount)
                           MOVE athInInitSem to semText
                           PERFORM parseTermKey
                           COMPUTE athInitKey(athCount) =
                               (termYearW * 10) + termNoW
                           MOVE "N" to athFound(athCount)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE athFile
           END-IF.

       *>Reads the run-control card off P2Run.dat, if one exists.
       *>TERM puts the run in current-term mode; SEL puts it in
       *>transcript-request mode against the P2Sel.dat selections;
       *>GRAD puts it in graduation-certification mode; REPR
       *>reprints one student's pages from an archived run; REF
       *>applies the reference-file maintenance; CONV converts an
       *>old-layout master; anything else -- including no card at
       *>all -- is a FULL history run.
       *>The card may also say how many archive generations to keep.
       readRunMode.
           OPEN INPUT runFile
           IF fsRun IS EQUAL TO "00" OR fsRun IS EQUAL TO "05"
                           MOVE "YES" to vfyMode
                           MOVE "YES" to readOnlyRun
                           MOVE "VRFY" to runModeW
                       WHEN "GRAD"
                           MOVE "YES" to grdMode
                           MOVE "YES" to readOnlyRun
                           MOVE "GRAD" to runModeW
                       WHEN "REPR"
                           MOVE "YES" to reprMode
                           MOVE "REPR" to runModeW
                       WHEN "REF "
                           MOVE "YES" to refMode
                           MOVE "REF " to runModeW
                       WHEN "CONV"
                           MOVE "YES" to convMode
                           MOVE "CONV" to runModeW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF runKeepGens IS NUMERIC
                           AND runKeepGens IS GREATER THAN "00"
                       MOVE runKeepGens to keepGens
                   END-IF
               END-IF
               CLOSE runFile
           END-IF.
                       ELSE
                           ADD 1 to selCount
                           MOVE selInWNum to selWNum(selCount)
                           MOVE selInMethod to selMethod(selCount)
                           MOVE selInDest to selDest(selCount)
                           MOVE selInRank to selRank(selCount)
                           MOVE "N" to selFound(selCount)
                       END-IF
                   END-READ
       *>unfilled ones can be reported at end of run
       checkSelected.
           MOVE "NO " to selHit
           MOVE "NO " to etxWanted
           MOVE "NO " to rnkWanted
           PERFORM VARYING selIdx FROM 1 BY 1
                   UNTIL selIdx IS GREATER THAN selCount
               IF selWNum(selIdx) IS EQUAL TO currWNum
                   MOVE "Y" to selFound(selIdx)
                   MOVE "YES" to selHit
                   IF selMethod(selIdx) IS EQUAL TO "E"
                       MOVE "YES" to etxWanted
                   END-IF
                   IF selRank(selIdx) IS EQUAL TO "Y"
                       MOVE "YES" to rnkWanted
                   END-IF
               END-IF
           END-PERFORM.

               END-IF
           END-PERFORM.

       *>Fills every request on this SEL run for the student just
       *>printed.  An electronic request gets its own transaction set
       *>in P2Etx.dat; a paper request went out with the page.  A
       *>held student's requests are withheld whatever the method --
       *>the hold stops electronic delivery exactly as it stops the
       *>page at the window.  Every request lands in the delivery log.
       deliverTranscripts.
           PERFORM VARYING selIdx FROM 1 BY 1
                   UNTIL selIdx IS GREATER THAN selCount
               IF selWNum(selIdx) IS EQUAL TO currWNum
                   MOVE 0 to dlvCtlNum
                   IF selMethod(selIdx) IS EQUAL TO "E"
                       MOVE "E" to dlvMethod
                   ELSE
                       MOVE "P" to dlvMethod
                   END-IF
                   EVALUATE TRUE
                       WHEN stuHold IS EQUAL TO "YES"
                           MOVE "WITHHELD" to dlvStatus
                           ADD 1 to ctlDlvHeld
                           DISPLAY "TRANSCRIPT REQUEST " currWNum
                                   " TO " selDest(selIdx)
                                   " WITHHELD -- HOLD ON RECORD"
                       WHEN dlvMethod IS EQUAL TO "P"
                           MOVE "PRINTED " to dlvStatus
                       WHEN etxOverflow IS EQUAL TO "YES"
                           MOVE "NOT SENT" to dlvStatus
                           DISPLAY "TRANSCRIPT REQUEST " currWNum
                                   " TO " selDest(selIdx)
                                   " NOT SENT -- MORE THAN " etxMax
                                   " SEGMENTS"
                       WHEN OTHER
                           PERFORM sendElectronic
                           MOVE etxCtlNum to dlvCtlNum
                           MOVE "SENT    " to dlvStatus
                           ADD 1 to ctlEtxSent
                   END-EVALUATE
                   PERFORM writeDelivery
               END-IF
           END-PERFORM.

       *>Writes one electronic transcript transaction set to the
       *>destination under selIdx, following the X12 130 student
       *>educational record layout: ST/BGN header, the sending and
       *>receiving institutions (N1), the student (IN2/REF), the
       *>buffered transfer and term segments, the cumulative
       *>summary, any degree awarded, and the SE trailer with the
       *>segment count
       sendElectronic.
           ADD 1 to etxCtlNum
           MOVE 0 to etxSegCount

           MOVE SPACES to etxSeg
           STRING  "ST*130*"
                   etxCtlNum
                   "~"
           into etxSeg
           END-STRING
           PERFORM writeEtxSegment

           MOVE SPACES to etxSeg
           STRING  "BGN*00*"
                   runId
                   currWNum
                   "*"
                   runDateRaw
                   "~"
           into etxSeg
           END-STRING
           PERFORM writeEtxSegment

           MOVE SPACES to etxSeg
           STRING  "N1*AS*"
                   head1(24:7)
                   head2
                   "~"
           into etxSeg
           END-STRING
           PERFORM writeEtxSegment

           MOVE SPACES to etxSeg
           STRING  "N1*AT*"
                   selDest(selIdx) DELIMITED BY SPACE
                   "~"
           into etxSeg
           END-STRING
           PERFORM writeEtxSegment

           MOVE SPACES to etxSeg
           STRING  "IN2*05*"
                   FUNCTION TRIM(sName) DELIMITED BY SIZE
                   "~"
           into etxSeg
           END-STRING
           PERFORM writeEtxSegment

           MOVE SPACES to etxSeg
           STRING  "REF*48*"
                   currWNum
                   "~"
           into etxSeg
           END-STRING
           PERFORM writeEtxSegment

           PERFORM VARYING etxIdx FROM 1 BY 1
                   UNTIL etxIdx IS GREATER THAN etxCount
               MOVE etxBody(etxIdx) to etxSeg
               PERFORM writeEtxSegment
           END-PERFORM

           MOVE SPACES to etxSeg
           STRING  "SUM*C*"
                   cumEarned
                   "*"
                   FUNCTION TRIM(zCumQpts) DELIMITED BY SIZE
                   "*"
                   dCumGPA
                   "*"
                   trnEarned
                   "*"
                   FUNCTION TRIM(cumStanding) DELIMITED BY SIZE
                   "~"
           into etxSeg
           END-STRING
           PERFORM writeEtxSegment

           IF stuDegTerm IS NOT EQUAL TO SPACES
               MOVE SPACES to etxSeg
               STRING  "DEG*"
                       FUNCTION TRIM(stuDegTerm) DELIMITED BY SIZE
                       "*"
                       FUNCTION TRIM(stuHonors) DELIMITED BY SIZE
                       "~"
               into etxSeg
               END-STRING
               PERFORM writeEtxSegment
           END-IF

           *>The SE segment counts itself
           ADD 1 to etxSegCount
           MOVE SPACES to etxSeg
           STRING  "SE*"
                   etxSegCount
                   "*"
                   etxCtlNum
                   "~"
           into etxSeg
           END-STRING
           MOVE etxSeg to etxLine
           WRITE etxRecord.

       *>Writes one segment of the set going out, counting it
       writeEtxSegment.
           ADD 1 to etxSegCount
           MOVE etxSeg to etxLine
           WRITE etxRecord.

       *>Buffers the course line semesterDisplay just printed as a
       *>CRS segment, opening the term with an SES segment first.
       *>The notations on the printed line -- R, AMENDED, LAPSED,
       *>renewal -- ride along in the last element.
       addCourseSegment.
           IF currSem IS NOT EQUAL TO etxLastSem
               MOVE currSem to etxLastSem
               MOVE SPACES to etxSeg
               STRING  "SES*"
                       FUNCTION TRIM(currSem) DELIMITED BY SIZE
                       "~"
               into etxSeg
               END-STRING
               PERFORM addEtxSegment
           END-IF

           MOVE SPACES to etxNotes
           STRING  repeatTag
                   amendTag
                   lapseTag
                   renewTag
           into etxNotes
           END-STRING
           MOVE SPACES to etxSeg
           STRING  "CRS*I*"
                   credits
                   ".00*"
                   grade DELIMITED BY SPACE
                   "*"
                   course DELIMITED BY SPACE
                   "*"
                   FUNCTION TRIM(cTitle) DELIMITED BY SIZE
                   "*"
                   FUNCTION TRIM(etxNotes) DELIMITED BY SIZE
                   "~"
           into etxSeg
           END-STRING
           PERFORM addEtxSegment.

       *>Adds etxSeg to the student's buffered body
       addEtxSegment.
           IF etxCount IS EQUAL TO etxMax
               MOVE "YES" to etxOverflow
           ELSE
               ADD 1 to etxCount
               MOVE etxSeg to etxBody(etxCount)
           END-IF.

       *>Logs the request under selIdx as filled (or withheld)
       writeDelivery.
           MOVE runId to dlvRunId.
           MOVE runDateRaw to dlvDate.
           MOVE currWNum to dlvWNum.
           MOVE sName to dlvName.
           MOVE selDest(selIdx) to dlvDest.
           WRITE dlvRecord.

       *>Fast-forwards past every record belonging to a student whose
       *>W# is already recorded as complete on the checkpoint.  This
       *>requires myInFile to be sorted ascending by W#, the same
       *>been processed; a TERM run seeds them from the student's
       *>master record, so only the current term's records need to be
       *>in the feed.  A student with no master record yet -- a new
       *>admit -- simply starts from zero either way.  Every mode
       *>picks up the degree stamp a GRAD run left on the master, so
       *>the trailer can print it and updateMaster can keep it.
       fetchMaster.
           MOVE 0 to cumEarned
           MOVE 0 to cumQpts
           MOVE 0 to semCount
           MOVE 0 to trnEarned
           MOVE 0 to teCount
           MOVE 0 to stmCount
           MOVE "GOOD STANDING" to prevStanding
           MOVE SPACES to stuDegTerm
           MOVE SPACES to stuHonors
           IF mastOpen IS EQUAL TO "YES"
               MOVE currWNum to mastWNum
               READ mastFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE mastDegTerm to stuDegTerm
                       MOVE mastHonors to stuHonors
                       IF termMode IS EQUAL TO "YES"
                           PERFORM seedFromMaster
                       END-IF
               END-READ
           END-IF.

       *>Seeds a TERM run's cumulative figures off the master record
       *>fetchMaster just read
       seedFromMaster.
           MOVE mastEarned to cumEarned
           MOVE mastQpts to cumQpts
           MOVE mastTrn to trnEarned
           MOVE mastSemCount to semCount
           IF mastStanding IS NOT EQUAL TO SPACES
               MOVE mastStanding to prevStanding
           END-IF
           *>The master remembers the last semester it posted for
           *>exactly this check: the same term's file fed twice would
           *>double-post the student's credits and quality points
           IF mastLastSem IS EQUAL TO stuSem(1)
               DISPLAY "TERM " stuSem(1) " ALREADY "
                       "POSTED TO MASTER FOR " currWNum
                       " -- POSTING AGAIN"
               ADD 1 to ctlDupTerms
           END-IF.

       *>Rewrites the buffered student's master record with the
       *>career-to-date figures as they now stand, so the next TERM
       *>run picks up from here.  FULL runs maintain the master too --
               MOVE semCount to mastSemCount
               MOVE currSem to mastLastSem
               MOVE prevStanding to mastStanding
               MOVE stuDegTerm to mastDegTerm
               MOVE stuHonors to mastHonors
               MOVE stuName(1) to mastName
               WRITE mastRecord
                   INVALID KEY
                       REWRITE mastRecord
               END-WRITE
           END-IF.

       *>Files this run's outputs away in the archive as one
       *>generation under the run ID, then trims the archive back to
       *>the generations kept.  The run is already complete by now,
       *>so an archive that can't be opened is reported and the run
       *>still signs off.  The rank files only go in when this run
       *>rebuilt them.
       archiveRunOutputs.
           MOVE 0 to ctlArchived
           OPEN I-O arcFile
           IF fsArc IS NOT EQUAL TO "00" AND fsArc IS NOT EQUAL TO "05"
               DISPLAY "P2Arc.dat NOT AVAILABLE, FILE STATUS " fsArc
                       " -- RUN " runId " NOT ARCHIVED"
           ELSE
               PERFORM archiveOut
               PERFORM archiveCsv
               PERFORM archiveSap
               PERFORM archiveSum
               PERFORM archiveCrs
               PERFORM archiveAud
               PERFORM archiveExc
               PERFORM archiveLtr
               PERFORM archiveRec
               PERFORM archiveEnr
               PERFORM archiveElg
               PERFORM archivePre
               PERFORM archiveMis
               PERFORM archiveBlk
               PERFORM archiveIncW
               IF rnkBuilt IS EQUAL TO "YES"
                   PERFORM archiveRnk
                   PERFORM archiveRnx
               END-IF
               PERFORM rollGenerations
               CLOSE arcFile
               DISPLAY "RUN " runId " ARCHIVED, " ctlArchived
                       " RECORDS"
           END-IF.

       *>Starts the sequence over for the output file in arcFileW
       startArchiveFile.
           MOVE 0 to arcSeqW
           MOVE "NO " to arcEOF.

       *>Writes the output record now in arcData under the next key
       writeArchiveRecord.
           ADD 1 to arcSeqW
           ADD 1 to ctlArchived
           MOVE runId to arcRunId
           MOVE arcFileW to arcFileId
           MOVE arcSeqW to arcSeq
           WRITE arcRecord
               INVALID KEY
                   REWRITE arcRecord
                       INVALID KEY
                           DISPLAY "UNABLE TO ARCHIVE " arcFileW
                                   " RECORD " arcSeqW
                                   ", FILE STATUS " fsArc
                   END-REWRITE
           END-WRITE.

       archiveOut.
           MOVE "OUT " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT myOutFile
           IF fsMyOut IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ myOutFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE outRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE myOutFile
           END-IF.

       archiveCsv.
           MOVE "CSV " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT csvFile
           IF fsCsv IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ csvFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE csvRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE csvFile
           END-IF.

       archiveSap.
           MOVE "SAP " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT sapFile
           IF fsSap IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ sapFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE sapRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE sapFile
           END-IF.

       archiveSum.
           MOVE "SUM " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT sumFile
           IF fsSum IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ sumFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE sumRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE sumFile
           END-IF.

       archiveCrs.
           MOVE "CRS " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT crsFile
           IF fsCrs IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ crsFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE crsRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE crsFile
           END-IF.

       archiveAud.
           MOVE "AUD " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT audFile
           IF fsAud IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ audFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE audRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE audFile
           END-IF.

       archiveExc.
           MOVE "EXC " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT excFile
           IF fsExc IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ excFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE excRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE excFile
           END-IF.

       archiveLtr.
           MOVE "LTR " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT ltrFile
           IF fsLtr IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ ltrFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE ltrRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE ltrFile
           END-IF.

       archiveRec.
           MOVE "REC " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT recFile
           IF fsRec IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ recFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE recRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE recFile
           END-IF.

       archiveEnr.
           MOVE "ENR " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT enrFile
           IF fsEnr IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ enrFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE enrRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE enrFile
           END-IF.

       archiveElg.
           MOVE "ELG " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT elgFile
           IF fsElg IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ elgFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE elgRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE elgFile
           END-IF.

       archivePre.
           MOVE "PRE " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT preFile
           IF fsPre IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ preFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE preRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE preFile
           END-IF.

       archiveMis.
           MOVE "MIS " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT misFile
           IF fsMis IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ misFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE misRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE misFile
           END-IF.

       archiveBlk.
           MOVE "BLK " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT blkFile
           IF fsBlk IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ blkFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE blkRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE blkFile
           END-IF.

       archiveIncW.
           MOVE "INCW" to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT incWrnFile
           IF fsIncW IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ incWrnFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE wrnRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE incWrnFile
           END-IF.

       archiveRnk.
           MOVE "RNK " to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT rnkFile
           IF fsRnk IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ rnkFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE rnkRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE rnkFile
           END-IF.

       archiveRnx.
           MOVE "RNKX" to arcFileW
           PERFORM startArchiveFile
           OPEN INPUT rnxFile
           IF fsRnx IS EQUAL TO "00"
               PERFORM UNTIL arcEOF = "YES"
                   READ rnxFile
                   AT END
                       MOVE "YES" to arcEOF
                   NOT AT END
                       MOVE rnxRecord to arcData
                       PERFORM writeArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE rnxFile
           END-IF.

       *>Adds this run to the generation list and purges the oldest
       *>generations past keepGens from the archive, then writes the
       *>list back.  A list too long for the table keeps its newest
       *>entries.
       rollGenerations.
           MOVE 0 to genCount
           MOVE "NO " to genEOF
           OPEN INPUT genFile
           IF fsGen IS EQUAL TO "00"
               PERFORM UNTIL genEOF = "YES"
                   READ genFile
                   AT END
                       MOVE "YES" to genEOF
                   NOT AT END
                       PERFORM tableGeneration
                   END-READ
               END-PERFORM
               CLOSE genFile
           END-IF

           MOVE runId to genInRunId
           MOVE runDateRaw to genInDate
           MOVE runModeW to genInMode
           MOVE ctlArchived to genInRecords
           PERFORM tableGeneration

           MOVE 1 to genFirst
           IF genCount IS GREATER THAN keepGens
               COMPUTE genFirst = genCount - keepGens + 1
               PERFORM VARYING genIdx FROM 1 BY 1
                       UNTIL genIdx IS NOT LESS THAN genFirst
                   PERFORM purgeGeneration
               END-PERFORM
           END-IF

           OPEN OUTPUT genFile
           IF fsGen IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2Gen.dat, FILE STATUS " fsGen
           ELSE
               PERFORM VARYING genIdx FROM genFirst BY 1
                       UNTIL genIdx IS GREATER THAN genCount
                   MOVE genRunId(genIdx) to genInRunId
                   MOVE genDate(genIdx) to genInDate
                   MOVE genMode(genIdx) to genInMode
                   MOVE genRecords(genIdx) to genInRecords
                   WRITE genRecord
               END-PERFORM
               CLOSE genFile
           END-IF.

       *>Appends the generation in genRecord to the table, dropping
       *>the oldest entry when the table is already full
       tableGeneration.
           IF genCount IS EQUAL TO genMax
               DISPLAY "MORE THAN " genMax " GENERATIONS LISTED -- "
                       "RUN " genRunId(1) " DROPPED FROM P2Gen.dat"
               PERFORM VARYING genIdx FROM 2 BY 1
                       UNTIL genIdx IS GREATER THAN genCount
                   MOVE genEntry(genIdx) to genEntry(genIdx - 1)
               END-PERFORM
               SUBTRACT 1 FROM genCount
           END-IF
           ADD 1 to genCount
           MOVE genInRunId to genRunId(genCount)
           MOVE genInDate to genDate(genCount)
           MOVE genInMode to genMode(genCount)
           MOVE genInRecords to genRecords(genCount).

       *>Deletes every archived record of the generation under genIdx
       purgeGeneration.
           MOVE "NO " to arcEOF
           MOVE genRunId(genIdx) to arcRunId
           MOVE LOW-VALUES to arcFileId
           MOVE 0 to arcSeq
           START arcFile KEY IS GREATER THAN OR EQUAL TO arcKey
               INVALID KEY
                   MOVE "YES" to arcEOF
           END-START
           PERFORM UNTIL arcEOF = "YES"
               READ arcFile NEXT RECORD
               AT END
                   MOVE "YES" to arcEOF
               NOT AT END
                   IF arcRunId IS EQUAL TO genRunId(genIdx)
                       DELETE arcFile RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO PURGE RUN "
                                       arcRunId ", FILE STATUS "
                                       fsArc
                       END-DELETE
                   ELSE
                       MOVE "YES" to arcEOF
                   END-IF
               END-READ
           END-PERFORM
           DISPLAY "ARCHIVE GENERATION " genRunId(genIdx) " PURGED".

       *>REPR run: reprints every sheet of P2Out.dat the student on
       *>the run card got in the archived run on the card, exactly as
       *>it went out.  A sheet is the run of lines between two form
       *>feeds.  A student's first sheet carries the page heading and
       *>the W# on its fifth line; a CONTINUED sheet carries the
       *>W# on its second, behind the name.
       runReprint.
           IF runReprId IS NOT NUMERIC
                   OR runReprWNum IS EQUAL TO SPACES
               DISPLAY "REPR RUN NEEDS A RUN ID AND A W# ON THE "
                       "P2Run.dat CARD"
               STOP RUN
           END-IF
           MOVE runReprId to rprRunId
           MOVE runReprWNum to rprWNum

           OPEN INPUT arcFile
           IF fsArc IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2Arc.dat FOR REPR, "
                       "FILE STATUS " fsArc
               STOP RUN
           END-IF
           OPEN OUTPUT rprFile
           IF fsRpr IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2Rpr.dat, FILE STATUS " fsRpr
               STOP RUN
           END-IF

           MOVE 0 to rprLines
           MOVE SPACES to rprFfLine
           MOVE "NO " to arcEOF
           MOVE rprRunId to arcRunId
           MOVE "OUT " to arcFileId
           MOVE 0 to arcSeq
           START arcFile KEY IS GREATER THAN OR EQUAL TO arcKey
               INVALID KEY
                   MOVE "YES" to arcEOF
           END-START
           PERFORM UNTIL arcEOF = "YES"
               READ arcFile NEXT RECORD
               AT END
                   MOVE "YES" to arcEOF
               NOT AT END
                   IF arcRunId IS NOT EQUAL TO rprRunId
                           OR arcFileId IS NOT EQUAL TO "OUT "
                       MOVE "YES" to arcEOF
                   ELSE
                       MOVE "YES" to rprFound
                       PERFORM reprintLine
                   END-IF
               END-READ
           END-PERFORM
           PERFORM reprintSheet

           CLOSE rprFile
           CLOSE arcFile

           EVALUATE TRUE
               WHEN rprFound IS EQUAL TO "NO "
                   DISPLAY "RUN " rprRunId " IS NOT IN THE ARCHIVE -- "
                           "NEVER ARCHIVED OR ALREADY PURGED"
               WHEN rprPages IS EQUAL TO 0
                   DISPLAY "NO PAGES FOR " rprWNum " IN RUN "
                           rprRunId
               WHEN OTHER
                   DISPLAY "REPRINTED " rprPages " PAGES FOR "
                           rprWNum " FROM RUN " rprRunId
           END-EVALUATE.

       *>Holds the archived P2Out.dat line just read in the current
       *>sheet; a form feed closes the sheet and opens the next
       reprintLine.
           IF arcData(1:1) IS EQUAL TO ffByte
               PERFORM reprintSheet
               MOVE arcData(1:111) to rprFfLine
           ELSE
               IF rprLines IS LESS THAN rprMax
                   ADD 1 to rprLines
                   MOVE arcData(1:111) to rprLine(rprLines)
               END-IF
           END-IF.

       *>Works out whose sheet is held and writes it when it is the
       *>requested student's, behind a form feed when it isn't the
       *>first sheet reprinted
       reprintSheet.
           MOVE SPACES to rprOwner
           IF rprLines IS GREATER THAN 1
               IF rprLine(2)(1:30) IS EQUAL TO head1
                   IF rprLines IS GREATER THAN 4
                       MOVE rprLine(5)(1:8) to rprOwner
                   END-IF
               ELSE
                   MOVE rprLine(2)(20:8) to rprOwner
               END-IF
           END-IF

           IF rprOwner IS EQUAL TO rprWNum
               IF rprPages IS GREATER THAN 0
                   MOVE rprFfLine to rprData
                   WRITE rprRecord
               END-IF
               PERFORM VARYING rprIdx FROM 1 BY 1
                       UNTIL rprIdx IS GREATER THAN rprLines
                   MOVE rprLine(rprIdx) to rprData
                   WRITE rprRecord
               END-PERFORM
               ADD 1 to rprPages
           END-IF
           MOVE 0 to rprLines.

       *>DUMP run: lists every master record, readably, on the
       *>console and in P2MDmp.dat, so the file can be inspected
       *>without writing a one-off program
       runMasterDump.
           OPEN INPUT mastFile
           IF fsMast IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2Mast.dat FOR DUMP, "
                       "FILE STATUS " fsMast
               STOP RUN
           END-IF
           OPEN OUTPUT dmpFile
           IF fsDmp IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2MDmp.dat, FILE STATUS " fsDmp
               STOP RUN
           END-IF

           DISPLAY "STUDENT MASTER DUMP"
           MOVE "STUDENT MASTER DUMP" to dmpLine
           WRITE dmpRecord

           MOVE LOW-VALUES to mastWNum
           START mastFile KEY IS GREATER THAN OR EQUAL TO mastWNum
               INVALID KEY
                   MOVE "YES" to dmpEOF
           END-START
           PERFORM UNTIL dmpEOF = "YES"
               READ mastFile NEXT RECORD
               AT END
                   MOVE "YES" to dmpEOF
               NOT AT END
                   PERFORM writeDumpLine
               END-READ
           END-PERFORM

           MOVE dmpCount to zDmpCount
           DISPLAY "MASTER RECORDS " zDmpCount
           MOVE SPACES to dmpLine
           STRING  "MASTER RECORDS "
                   zDmpCount
           into dmpLine
           END-STRING
           WRITE dmpRecord

           CLOSE dmpFile
           CLOSE mastFile.
                   " TRN " mastTrn
                   " SEMS " mastSemCount
                   " LAST " mastLastSem " " mastStanding
                   " DEG " mastDegTerm " " mastHonors
           MOVE SPACES to dmpLine
           STRING  mastWNum
                   " EARNED "
                   mastLastSem
                   " "
                   mastStanding
                   " DEG "
                   mastDegTerm
                   " "
                   mastHonors
           into dmpLine
           END-STRING
           WRITE dmpRecord.
               END-READ
           END-IF.

       *>CONV run: builds the current-layout master from the old
       *>one renamed aside to P2MastO.dat.  The career totals copy
       *>across as they stand; the degree stamp starts blank, as it
       *>always was, and the student name is filled in the next time
       *>the student posts.  P2Mast.dat is created fresh, so the old
       *>file must be moved out of the way first.
       runMasterConvert.
           OPEN INPUT oldMastFile
           IF fsOldMast IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2MastO.dat FOR CONVERSION, "
                       "FILE STATUS " fsOldMast
               STOP RUN
           END-IF
           OPEN OUTPUT mastFile
           IF fsMast IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO CREATE P2Mast.dat, FILE STATUS "
                       fsMast
               STOP RUN
           END-IF

           PERFORM UNTIL oldMastEOF = "YES"
               READ oldMastFile
               AT END
                   MOVE "YES" to oldMastEOF
               NOT AT END
                   PERFORM convertMasterRecord
               END-READ
           END-PERFORM

           CLOSE oldMastFile
           CLOSE mastFile
           DISPLAY "MASTER CONVERTED " convCopied " RECORDS".

       *>Copies one old-layout master record into the new master
       convertMasterRecord.
           MOVE SPACES to mastRecord
           MOVE oldMastWNum to mastWNum
           MOVE oldMastEarned to mastEarned
           MOVE oldMastQpts to mastQpts
           MOVE oldMastTrn to mastTrn
           MOVE oldMastSemCount to mastSemCount
           MOVE oldMastLastSem to mastLastSem
           MOVE oldMastStanding to mastStanding
           WRITE mastRecord
               INVALID KEY
                   DISPLAY "UNABLE TO CONVERT " oldMastWNum
                           ", FILE STATUS " fsMast
               NOT INVALID KEY
                   ADD 1 to convCopied
           END-WRITE.

       *>REF run: applies the reference-file maintenance -- catalog
       *>courses, major requirements, and student programs -- each
       *>transaction under an authorization code, the same bar the
       *>master maintenance meets, and every one of them, applied or
       *>not, goes on the P2RefA.dat audit.  A transaction file that
       *>isn't there just means nothing to change in that reference
       *>file; a reference file that isn't there yet is started.
       runReferenceMaint.
           ACCEPT runDateRaw FROM DATE YYYYMMDD
           OPEN EXTEND refAudFile
           IF fsRefA IS NOT EQUAL TO "00"
                   AND fsRefA IS NOT EQUAL TO "05"
               DISPLAY "UNABLE TO OPEN P2RefA.dat, FILE STATUS " fsRefA
               STOP RUN
           END-IF

           OPEN INPUT catMntFile
           IF fsCatM IS EQUAL TO "00"
               OPEN I-O catFile
               IF fsCat IS NOT EQUAL TO "00"
                       AND fsCat IS NOT EQUAL TO "05"
                   DISPLAY "UNABLE TO OPEN P2Cat.dat FOR MAINTENANCE, "
                           "FILE STATUS " fsCat
                   STOP RUN
               END-IF
               MOVE "NO " to refEOF
               PERFORM UNTIL refEOF = "YES"
                   READ catMntFile
                   AT END
                       MOVE "YES" to refEOF
                   NOT AT END
                       PERFORM applyCatalogMaint
                   END-READ
               END-PERFORM
               CLOSE catFile
           END-IF
           CLOSE catMntFile

           OPEN INPUT posMntFile
           IF fsPosM IS EQUAL TO "00"
               OPEN I-O posFile
               IF fsPos IS NOT EQUAL TO "00"
                       AND fsPos IS NOT EQUAL TO "05"
                   DISPLAY "UNABLE TO OPEN P2Pos.dat FOR MAINTENANCE, "
                           "FILE STATUS " fsPos
                   STOP RUN
               END-IF
               MOVE "NO " to refEOF
               PERFORM UNTIL refEOF = "YES"
                   READ posMntFile
                   AT END
                       MOVE "YES" to refEOF
                   NOT AT END
                       PERFORM applyRequirementMaint
                   END-READ
               END-PERFORM
               CLOSE posFile
           END-IF
           CLOSE posMntFile

           OPEN INPUT pgmMntFile
           IF fsPgmM IS EQUAL TO "00"
               OPEN I-O pgmFile
               IF fsPgm IS NOT EQUAL TO "00"
                       AND fsPgm IS NOT EQUAL TO "05"
                   DISPLAY "UNABLE TO OPEN P2Pgm.dat FOR MAINTENANCE, "
                           "FILE STATUS " fsPgm
                   STOP RUN
               END-IF
               MOVE "NO " to refEOF
               PERFORM UNTIL refEOF = "YES"
                   READ pgmMntFile
                   AT END
                       MOVE "YES" to refEOF
                   NOT AT END
                       PERFORM applyProgramMaint
                   END-READ
               END-PERFORM
               CLOSE pgmFile
           END-IF
           CLOSE pgmMntFile

           CLOSE refAudFile
           DISPLAY "REFERENCE MAINTENANCE APPLIED " refApplied
                   " IGNORED " refIgnored.

       *>Vets and applies one catalog transaction.  An ADD or CHG
       *>must carry numeric credit hours; a CHG replaces the whole
       *>record, prerequisites and all.
       applyCatalogMaint.
           MOVE "CAT" to refFileId
           MOVE catMntAction to refAction
           MOVE catMntAuth to refAuth
           MOVE catMntData to catRecord
           MOVE catInCourse to refKey
           EVALUATE TRUE
               WHEN catMntAuth IS EQUAL TO SPACES
                   MOVE "NO AUTHORIZATION CODE" to refReason
                   PERFORM logReferenceIgnored
               WHEN catInCourse IS EQUAL TO SPACES
                   MOVE "NO COURSE" to refReason
                   PERFORM logReferenceIgnored
               WHEN catMntAction IS EQUAL TO "DEL   "
                   DELETE catFile
                       INVALID KEY
                           MOVE "COURSE NOT IN CATALOG" to refReason
                           PERFORM logReferenceIgnored
                       NOT INVALID KEY
                           PERFORM logReferenceApplied
                   END-DELETE
               WHEN catMntAction IS NOT EQUAL TO "ADD   "
                       AND catMntAction IS NOT EQUAL TO "CHG   "
                   MOVE "ACTION NOT RECOGNIZED" to refReason
                   PERFORM logReferenceIgnored
               WHEN catInCredits IS NOT NUMERIC
                   MOVE "CREDIT HOURS NOT NUMERIC" to refReason
                   PERFORM logReferenceIgnored
               WHEN catMntAction IS EQUAL TO "ADD   "
                   WRITE catRecord
                       INVALID KEY
                           MOVE "COURSE ALREADY IN CATALOG"
                               to refReason
                           PERFORM logReferenceIgnored
                       NOT INVALID KEY
                           PERFORM logReferenceApplied
                   END-WRITE
               WHEN OTHER
                   READ catFile
                       INVALID KEY
                           MOVE "COURSE NOT IN CATALOG" to refReason
                           PERFORM logReferenceIgnored
                       NOT INVALID KEY
                           MOVE catMntData to catRecord
                           REWRITE catRecord
                               INVALID KEY
                                   MOVE SPACES to refReason
                                   STRING  "REWRITE FAILED, STATUS "
                                           fsCat
                                   into refReason
                                   END-STRING
                                   PERFORM logReferenceIgnored
                               NOT INVALID KEY
                                   PERFORM logReferenceApplied
                           END-REWRITE
                   END-READ
           END-EVALUATE.

       *>Vets and applies one requirements transaction, keyed by
       *>major and catalog year.  An ADD or CHG must carry numeric
       *>required credits and GPA floor.
       applyRequirementMaint.
           MOVE "POS" to refFileId
           MOVE posMntAction to refAction
           MOVE posMntAuth to refAuth
           MOVE posMntData to posRecord
           MOVE posInKey to refKey
           EVALUATE TRUE
               WHEN posMntAuth IS EQUAL TO SPACES
                   MOVE "NO AUTHORIZATION CODE" to refReason
                   PERFORM logReferenceIgnored
               WHEN posInMajor IS EQUAL TO SPACES
                       OR posInCatYear IS EQUAL TO SPACES
                   MOVE "NO MAJOR OR CATALOG YEAR" to refReason
                   PERFORM logReferenceIgnored
               WHEN posMntAction IS EQUAL TO "DEL   "
                   DELETE posFile
                       INVALID KEY
                           MOVE "REQUIREMENTS NOT ON FILE"
                               to refReason
                           PERFORM logReferenceIgnored
                       NOT INVALID KEY
                           PERFORM logReferenceApplied
                   END-DELETE
               WHEN posMntAction IS NOT EQUAL TO "ADD   "
                       AND posMntAction IS NOT EQUAL TO "CHG   "
                   MOVE "ACTION NOT RECOGNIZED" to refReason
                   PERFORM logReferenceIgnored
               WHEN posInReqCredits IS NOT NUMERIC
                       OR posInGpaFloor IS NOT NUMERIC
                   MOVE "CREDITS/GPA FLOOR NOT NUMERIC"
                       to refReason
                   PERFORM logReferenceIgnored
               WHEN posMntAction IS EQUAL TO "ADD   "
                   WRITE posRecord
                       INVALID KEY
                           MOVE "REQUIREMENTS ALREADY ON FILE"
                               to refReason
                           PERFORM logReferenceIgnored
                       NOT INVALID KEY
                           PERFORM logReferenceApplied
                   END-WRITE
               WHEN OTHER
                   READ posFile
                       INVALID KEY
                           MOVE "REQUIREMENTS NOT ON FILE"
                               to refReason
                           PERFORM logReferenceIgnored
                       NOT INVALID KEY
                           MOVE posMntData to posRecord
                           REWRITE posRecord
                               INVALID KEY
                                   MOVE SPACES to refReason
                                   STRING  "REWRITE FAILED, STATUS "
                                           fsPos
                                   into refReason
                                   END-STRING
                                   PERFORM logReferenceIgnored
                               NOT INVALID KEY
                                   PERFORM logReferenceApplied
                           END-REWRITE
                   END-READ
           END-EVALUATE.

       *>Vets and applies one student program transaction.  An ADD
       *>or CHG must name both the major and the catalog year.
       applyProgramMaint.
           MOVE "PGM" to refFileId
           MOVE pgmMntAction to refAction
           MOVE pgmMntAuth to refAuth
           MOVE pgmMntData to pgmRecord
           MOVE pgmInWNum to refKey
           EVALUATE TRUE
               WHEN pgmMntAuth IS EQUAL TO SPACES
                   MOVE "NO AUTHORIZATION CODE" to refReason
                   PERFORM logReferenceIgnored
               WHEN pgmInWNum IS EQUAL TO SPACES
                   MOVE "NO W#" to refReason
                   PERFORM logReferenceIgnored
               WHEN pgmMntAction IS EQUAL TO "DEL   "
                   DELETE pgmFile
                       INVALID KEY
                           MOVE "PROGRAM NOT ON FILE" to refReason
                           PERFORM logReferenceIgnored
                       NOT INVALID KEY
                           PERFORM logReferenceApplied
                   END-DELETE
               WHEN pgmMntAction IS NOT EQUAL TO "ADD   "
                       AND pgmMntAction IS NOT EQUAL TO "CHG   "
                   MOVE "ACTION NOT RECOGNIZED" to refReason
                   PERFORM logReferenceIgnored
               WHEN pgmInMajor IS EQUAL TO SPACES
                       OR pgmInCatYear IS EQUAL TO SPACES
                   MOVE "NO MAJOR OR CATALOG YEAR" to refReason
                   PERFORM logReferenceIgnored
               WHEN pgmMntAction IS EQUAL TO "ADD   "
                   WRITE pgmRecord
                       INVALID KEY
                           MOVE "PROGRAM ALREADY ON FILE" to refReason
                           PERFORM logReferenceIgnored
                       NOT INVALID KEY
                           PERFORM logReferenceApplied
                   END-WRITE
               WHEN OTHER
                   READ pgmFile
                       INVALID KEY
                           MOVE "PROGRAM NOT ON FILE" to refReason
                           PERFORM logReferenceIgnored
                       NOT INVALID KEY
                           MOVE pgmMntData to pgmRecord
                           REWRITE pgmRecord
                               INVALID KEY
                                   MOVE SPACES to refReason
                                   STRING  "REWRITE FAILED, STATUS "
                                           fsPgm
                                   into refReason
                                   END-STRING
                                   PERFORM logReferenceIgnored
                               NOT INVALID KEY
                                   PERFORM logReferenceApplied
                           END-REWRITE
                   END-READ
           END-EVALUATE.

       *>Counts and audits the reference transaction just applied
       logReferenceApplied.
           ADD 1 to refApplied
           MOVE "APPLIED" to refResult
           MOVE SPACES to refReason
           DISPLAY refFileId " " refAction " " refKey
                   " APPLIED AUTH " refAuth
           PERFORM writeReferenceAudit.

       *>Counts and audits the reference transaction just turned
       *>away, the reason already in refReason
       logReferenceIgnored.
           ADD 1 to refIgnored
           MOVE "IGNORED" to refResult
           DISPLAY refFileId " " refAction " " refKey " "
                   refReason " -- IGNORED"
           PERFORM writeReferenceAudit.

       *>Appends the audit record for the transaction in hand
       writeReferenceAudit.
           MOVE runId to refRunId
           MOVE runDateRaw to refDate
           WRITE refAudRecord.

       *>VRFY counterpart of updateMaster: compares the student's
       *>recomputed career totals against the master record without
       *>touching it, and reports any disagreement -- the drift a
           IF gpaOpen = "YES" AND gpaEOF = "NO " AND gpaPending = "NO "
               READ gpaWrkFile
               AT END
                   MOVE "YES" to gpaEOF
               NOT AT END
                   MOVE gpaWrkData to gpaRecord
                   MOVE "YES" to gpaPending
               END-READ
           END-IF.

       *>Peek-and-hold merge of gpaFile against the student/semester
       *>finishSemester just closed out.  A posted record is only
       *>consumed when its key is at or behind the current one; a
       *>posted record for a student/semester not yet reached is held
       *>for the next comparison instead of being read past, so a gap
       *>in the feed (a student/semester with no posted grade) can't
       *>desync the rest of the run's reconciliation
       matchGpaRecord.
           MOVE SPACES to gpaMismatch
           IF gpaOpen = "YES"
               PERFORM readGpaRecord
               PERFORM UNTIL gpaEOF IS EQUAL TO "YES"
                       OR gpaPending IS EQUAL TO "NO "
                       OR gpaWNum IS GREATER THAN OR EQUAL TO currWNum
                   *>This posted record's student was already passed
                   *>in myInFile with nothing to reconcile it against
                   MOVE "NO " to gpaPending
                   PERFORM readGpaRecord
               END-PERFORM

               IF gpaPending = "YES" AND gpaWNum = currWNum
                       AND gpaSem = currSem
                   IF gpaPosted IS NOT EQUAL TO semGPA
                       MOVE gpaPosted to dGpaPosted
                       STRING "*** GPA MISMATCH: REGISTRAR POSTED "
                               dGpaPosted
                               " P2 COMPUTED "
                               dSemGPA
                               " ***"
                       into gpaMismatch
                       END-STRING
                   END-IF
                   MOVE "NO " to gpaPending
               END-IF
           END-IF.

       *>Reads the next census record, when a roster was supplied
       *>for this run, isn't already at end of file, and the record
       *>currently held hasn't been matched yet
       readCenRecord.
           IF cenOpen = "YES" AND cenEOF = "NO " AND cenPending = "NO "
               READ cenWrkFile
               AT END
                   MOVE "YES" to cenEOF
               NOT AT END
                   MOVE cenWrkData to cenRecord
                   MOVE "YES" to cenPending
               END-READ
           END-IF.

       *>Peek-and-hold merge of the census roster against the
       *>student just buffered.  Census records for students the
       *>feed passed without reaching are enrollments with no grade
       *>at all; each of this student's census records must claim a
       *>buffered line with the same term and course or it is a
       *>missing grade; and a buffered line no census record claimed,
       *>in a term the census covers, is a grade for a student who
       *>was never enrolled.  A diverted student's grades are in the
       *>exceptions, so that student's census records are passed.
       auditCensus.
           IF cenOpen = "YES"
               PERFORM VARYING stuIdx FROM 1 BY 1
                       UNTIL stuIdx IS GREATER THAN stuCount
                   MOVE "N" to cenHit(stuIdx)
               END-PERFORM

               PERFORM readCenRecord
               PERFORM UNTIL cenEOF IS EQUAL TO "YES"
                       OR cenPending IS EQUAL TO "NO "
                       OR cenWNum IS GREATER THAN OR EQUAL TO currWNum
                   MOVE SPACES to cenNameW
                   PERFORM tableMissingGrade
                   MOVE "NO " to cenPending
                   PERFORM readCenRecord
               END-PERFORM

               PERFORM UNTIL cenPending IS EQUAL TO "NO "
                       OR cenWNum IS NOT EQUAL TO currWNum
                   IF stuOverflow IS NOT EQUAL TO "YES"
                       PERFORM matchCensusRecord
                   END-IF
                   MOVE "NO " to cenPending
                   PERFORM readCenRecord
               END-PERFORM

               IF stuOverflow IS NOT EQUAL TO "YES"
                   PERFORM VARYING stuIdx FROM 1 BY 1
                           UNTIL stuIdx IS GREATER THAN stuCount
                       IF cenHit(stuIdx) IS EQUAL TO "N"
                           PERFORM checkUnenrolledGrade
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       *>Claims the first unclaimed buffered line matching the held
       *>census record's term and course
       matchCensusRecord.
           MOVE "NO " to cenMatched
           PERFORM VARYING stuIdx FROM 1 BY 1
                   UNTIL stuIdx IS GREATER THAN stuCount
                       OR cenMatched IS EQUAL TO "YES"
               IF cenHit(stuIdx) IS EQUAL TO "N"
                       AND stuSem(stuIdx) IS EQUAL TO cenSem
                       AND stuCourse(stuIdx) IS EQUAL TO cenCourse
                   MOVE "Y" to cenHit(stuIdx)
                   MOVE "YES" to cenMatched
               END-IF
           END-PERFORM
           IF cenMatched IS EQUAL TO "NO "
               MOVE stuName(1) to cenNameW
               PERFORM tableMissingGrade
           END-IF.

       *>Tables the buffered line under stuIdx as a grade with no
       *>enrollment, when the census covers its term
       checkUnenrolledGrade.
           MOVE "NO " to cenTermHit
           PERFORM VARYING cenTermIdx FROM 1 BY 1
                   UNTIL cenTermIdx IS GREATER THAN cenTermCount
               IF cenTerm(cenTermIdx) IS EQUAL TO stuSem(stuIdx)
                   MOVE "YES" to cenTermHit
               END-IF
           END-PERFORM
           IF cenTermHit IS EQUAL TO "YES"
               ADD 1 to ctlNotEnr
               MOVE "N" to misTypeW
               MOVE currWNum to misWNumW
               MOVE stuName(stuIdx) to cenNameW
               MOVE stuSem(stuIdx) to misSemW
               MOVE stuCourse(stuIdx) to misCourseW
               MOVE stuGrade(stuIdx) to misGradeW
               PERFORM tableCensusException
           END-IF.

       *>Tables the held census record as an enrollment with no
       *>grade posted
       tableMissingGrade.
           ADD 1 to ctlMisGrade
           MOVE "M" to misTypeW
           MOVE cenWNum to misWNumW
           MOVE cenSem to misSemW
           MOVE cenCourse to misCourseW
           MOVE SPACES to misGradeW
           PERFORM tableCensusException.

       *>Adds the exception in the misTypeW work fields to the table
       tableCensusException.
           IF misCount IS EQUAL TO misMax
               MOVE "YES" to misOverflow
           ELSE
               ADD 1 to misCount
               MOVE misCourseW to misKeyCourse(misCount)
               MOVE misSemW to semText
               PERFORM parseTermKey
               MOVE termYearW to misYear(misCount)
               MOVE termNoW to misTermNo(misCount)
               MOVE misTypeW to misType(misCount)
               MOVE misWNumW to misWNum(misCount)
               MOVE misSemW to misSem(misCount)
               MOVE cenNameW to misName(misCount)
               MOVE misGradeW to misGrade(misCount)
               MOVE "N" to misDone(misCount)
           END-IF.

       *>Closes out the census once the feed is done -- every census
       *>record still unread belongs to a student past the last one
       *>on the feed -- then writes the report
       finishCensus.
           IF cenOpen = "YES"
               PERFORM readCenRecord
               PERFORM UNTIL cenPending IS EQUAL TO "NO "
                   MOVE SPACES to cenNameW
                   PERFORM tableMissingGrade
                   MOVE "NO " to cenPending
                   PERFORM readCenRecord
               END-PERFORM
               PERFORM writeMissingReport
           END-IF.

       *>Writes the missing-grade audit -- one block per course and
       *>term, sequenced by course and then chronological term so
       *>each instructor's sections read together, the same
       *>pick-the-smallest pass writeCourseReport uses
       writeMissingReport.
           MOVE SPACES to misLine
           STRING  "MISSING-GRADE AUDIT AGAINST CENSUS   RUN DATE "
                   runMM
                   "/"
                   runDD
                   "/"
                   runYYYY
           into misLine
           END-STRING
           WRITE misRecord

           MOVE SPACES to misLastCourse
           MOVE SPACES to misLastSem
           MOVE 0 to misPrinted
           PERFORM UNTIL misPrinted IS EQUAL TO misCount
               MOVE 0 to misPick
               *>Nested so misSortKey(misPick) is never referenced
               *>while misPick still holds zero
               PERFORM VARYING misIdx FROM 1 BY 1
                       UNTIL misIdx IS GREATER THAN misCount
                   IF misDone(misIdx) IS EQUAL TO "N"
                       IF misPick IS EQUAL TO 0
                           MOVE misIdx to misPick
                       ELSE
                           IF misSortKey(misIdx) IS LESS THAN
                                   misSortKey(misPick)
                               MOVE misIdx to misPick
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM writeMissingLine
               MOVE "Y" to misDone(misPick)
               ADD 1 to misPrinted
           END-PERFORM

           IF misOverflow IS EQUAL TO "YES"
               MOVE SPACES to misLine
               WRITE misRecord
               MOVE SPACES to misLine
               STRING  "*** MORE THAN "
                       misMax
                       " EXCEPTIONS -- SEE AUDIT TRAILER COUNTS ***"
               into misLine
               END-STRING
               WRITE misRecord
           END-IF.

       *>Writes the exception under misPick, heading its course and
       *>term first when they change
       writeMissingLine.
           IF misKeyCourse(misPick) IS NOT EQUAL TO misLastCourse
                   OR misSem(misPick) IS NOT EQUAL TO misLastSem
               MOVE misKeyCourse(misPick) to misLastCourse
               MOVE misSem(misPick) to misLastSem
               MOVE SPACES to misLine
               WRITE misRecord
               MOVE SPACES to misLine
               STRING  misKeyCourse(misPick)
                       " "
                       misSem(misPick)
               into misLine
               END-STRING
               WRITE misRecord
           END-IF

           MOVE SPACES to misLine
           IF misType(misPick) IS EQUAL TO "M"
               STRING  "    "
                       misWNum(misPick)
                       " "
                       misName(misPick)
                       " ENROLLED -- NO GRADE POSTED"
               into misLine
               END-STRING
           ELSE
               STRING  "    "
                       misWNum(misPick)
                       " "
                       misName(misPick)
                       " GRADE "
                       misGrade(misPick)
                       " POSTED -- NOT ENROLLED AT CENSUS"
               into misLine
               END-STRING
           END-IF
           WRITE misRecord.

       *>Ranks the whole roster once the master holds this run's
       *>figures.  Every master record is a candidate -- not just the
       *>students on this run's feed -- except a student whose degree
       *>is already awarded or who has too few institutional hours.
       *>Candidates are sequenced by major, class level, and GPA high
       *>to low, then ranked within each major/level group into the
       *>report and the extract a SEL run reads the rank line from.
       buildClassRank.
           SORT rnkSortFile
               ON ASCENDING KEY rnkSrtMajor rnkSrtLevel
               ON DESCENDING KEY rnkSrtGpa
               ON ASCENDING KEY rnkSrtWNum
               INPUT PROCEDURE IS rankInput
               GIVING rnkWrkFile

           OPEN INPUT rnkWrkFile
           IF fsRnkWrk IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2RnkSrt.dat, FILE STATUS "
                       fsRnkWrk
               STOP RUN
           END-IF
           OPEN OUTPUT rnkFile
           IF fsRnk IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2Rnk.dat, FILE STATUS " fsRnk
               STOP RUN
           END-IF
           OPEN OUTPUT rnxFile
           IF fsRnx IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN P2RnkX.dat, FILE STATUS " fsRnx
               STOP RUN
           END-IF

           MOVE SPACES to rnkLine
           STRING  "CLASS RANK BY MAJOR AND CLASS LEVEL   RUN DATE "
                   runMM
                   "/"
                   runDD
                   "/"
                   runYYYY
           into rnkLine
           END-STRING
           WRITE rnkRecord

           MOVE HIGH-VALUES to rnkPrevMajor
           MOVE 0 to rnkPrevLevel
           PERFORM UNTIL rnkEOF = "YES"
               READ rnkWrkFile
               AT END
                   MOVE "YES" to rnkEOF
               NOT AT END
                   PERFORM rankStudent
               END-READ
           END-PERFORM

           CLOSE rnkWrkFile
           CLOSE rnkFile
           CLOSE rnxFile
           MOVE "YES" to rnkBuilt.

       *>Feeds the rank sort from the master, in W# order
       rankInput.
           MOVE LOW-VALUES to mastWNum
           START mastFile KEY IS GREATER THAN OR EQUAL TO mastWNum
               INVALID KEY
                   MOVE "YES" to rnkMastEOF
           END-START
           PERFORM UNTIL rnkMastEOF = "YES"
               READ mastFile NEXT RECORD
               AT END
                   MOVE "YES" to rnkMastEOF
               NOT AT END
                   PERFORM rankCandidate
               END-READ
           END-PERFORM.

       *>Releases the master record just read to the rank sort, when
       *>the student is rankable, and tallies its major/level group
       rankCandidate.
           IF mastEarned IS GREATER THAN mastTrn
               COMPUTE rnkInst = mastEarned - mastTrn
           ELSE
               MOVE 0 to rnkInst
           END-IF
           IF mastDegTerm IS NOT EQUAL TO SPACES
                   OR rnkInst IS LESS THAN rnkMinHours
               ADD 1 to ctlRnkExcl
           ELSE
               MOVE SPACES to rnkSrtMajor
               IF pgmOpen IS EQUAL TO "YES"
                   MOVE mastWNum to pgmInWNum
                   READ pgmFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE pgmInMajor to rnkSrtMajor
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN mastEarned IS LESS THAN rnkSoHours
                       MOVE 1 to rnkSrtLevel
                   WHEN mastEarned IS LESS THAN rnkJrHours
                       MOVE 2 to rnkSrtLevel
                   WHEN mastEarned IS LESS THAN rnkSrHours
                       MOVE 3 to rnkSrtLevel
                   WHEN OTHER
                       MOVE 4 to rnkSrtLevel
               END-EVALUATE
               COMPUTE rnkSrtGpa ROUNDED = mastQpts / rnkInst
               MOVE mastWNum to rnkSrtWNum
               MOVE mastName to rnkSrtName
               MOVE rnkInst to rnkSrtInst
               MOVE mastEarned to rnkSrtEarned

               MOVE 0 to rnkGrpPick
               PERFORM VARYING rnkGrpIdx FROM 1 BY 1
                       UNTIL rnkGrpIdx IS GREATER THAN rnkGrpCount
                   IF rnkGrpMajor(rnkGrpIdx) IS EQUAL TO rnkSrtMajor
                           AND rnkGrpLevel(rnkGrpIdx) IS EQUAL TO
                               rnkSrtLevel
                       MOVE rnkGrpIdx to rnkGrpPick
                   END-IF
               END-PERFORM
               IF rnkGrpPick IS EQUAL TO 0
                       AND rnkGrpCount IS LESS THAN rnkGrpMax
                   ADD 1 to rnkGrpCount
                   MOVE rnkGrpCount to rnkGrpPick
                   MOVE rnkSrtMajor to rnkGrpMajor(rnkGrpPick)
                   MOVE rnkSrtLevel to rnkGrpLevel(rnkGrpPick)
                   MOVE 0 to rnkGrpSize(rnkGrpPick)
               END-IF

               *>A group the table has no room for can't be given
               *>percentiles -- its students sit out this ranking
               IF rnkGrpPick IS EQUAL TO 0
                   DISPLAY "MORE THAN " rnkGrpMax " MAJOR/LEVEL "
                           "GROUPS -- " mastWNum " NOT RANKED"
                   ADD 1 to ctlRnkExcl
               ELSE
                   ADD 1 to rnkGrpSize(rnkGrpPick)
                   RELEASE rnkSrtRecord
               END-IF
           END-IF.

       *>Ranks the sorted candidate just read within its group,
       *>heading the group first when major or level changes
       rankStudent.
           EVALUATE rnkWLevel
               WHEN 1
                   MOVE "FRESHMAN " to rnkLevelText
               WHEN 2
                   MOVE "SOPHOMORE" to rnkLevelText
               WHEN 3
                   MOVE "JUNIOR   " to rnkLevelText
               WHEN OTHER
                   MOVE "SENIOR   " to rnkLevelText
           END-EVALUATE
           IF rnkWMajor IS EQUAL TO SPACES
               MOVE "UNDECLARED" to rnkMajorText
           ELSE
               MOVE rnkWMajor to rnkMajorText
           END-IF

           IF rnkWMajor IS NOT EQUAL TO rnkPrevMajor
                   OR rnkWLevel IS NOT EQUAL TO rnkPrevLevel
               MOVE rnkWMajor to rnkPrevMajor
               MOVE rnkWLevel to rnkPrevLevel
               MOVE 0 to rnkPos
               MOVE 0 to rnkOf
               PERFORM VARYING rnkGrpIdx FROM 1 BY 1
                       UNTIL rnkGrpIdx IS GREATER THAN rnkGrpCount
                   IF rnkGrpMajor(rnkGrpIdx) IS EQUAL TO rnkWMajor
                           AND rnkGrpLevel(rnkGrpIdx) IS EQUAL TO
                               rnkWLevel
                       MOVE rnkGrpSize(rnkGrpIdx) to rnkOf
                   END-IF
               END-PERFORM
               MOVE rnkOf to zRnkOf
               MOVE SPACES to rnkLine
               WRITE rnkRecord
               MOVE SPACES to rnkLine
               STRING  rnkMajorText
                       " "
                       rnkLevelText
                       "  STUDENTS RANKED "
                       zRnkOf
               into rnkLine
               END-STRING
               WRITE rnkRecord
           END-IF

           *>A tie keeps the rank already given; the first student at
           *>a new GPA is ranked at that student's own position
           ADD 1 to rnkPos
           IF rnkPos IS EQUAL TO 1
                   OR rnkWGpa IS NOT EQUAL TO rnkPrevGpa
               MOVE rnkPos to rnkRank
           END-IF
           MOVE rnkWGpa to rnkPrevGpa

           *>Percent of the group at or below the student's rank
           COMPUTE rnkPctile ROUNDED =
               ((rnkOf - rnkRank + 1) * 100) / rnkOf
           ADD 1 to ctlRanked

           MOVE rnkRank to zRnkRank
           MOVE rnkPctile to zRnkPctile
           MOVE rnkWGpa to dRnkGpa
           MOVE SPACES to rnkLine
           STRING  "  "
                   zRnkRank
                   " OF "
                   zRnkOf
                   "  "
                   rnkWWNum
                   " "
                   rnkWName
                   "  GPA "
                   dRnkGpa
                   "  HOURS "
                   rnkWInst
                   "  PERCENTILE "
                   zRnkPctile
           into rnkLine
           END-STRING
           WRITE rnkRecord

           MOVE rnkWWNum to rnxWNum
           MOVE rnkWName to rnxName
           MOVE rnkWMajor to rnxMajor
           MOVE rnkLevelText to rnxLevel
           MOVE rnkWGpa to rnxGpa
           MOVE rnkRank to rnxRank
           MOVE rnkOf to rnxOf
           MOVE rnkPctile to rnxPctile
           MOVE runId to rnxRunId
           WRITE rnxRecord.

       *>Prints the student's class-rank line on a SEL page whose
       *>request asked for it, from the extract the last FULL or
       *>TERM run left behind
       printClassRank.
           MOVE "NO " to rnxEOF
           MOVE "NO " to rnkWanted
           OPEN INPUT rnxFile
           IF fsRnx IS EQUAL TO "00"
               PERFORM UNTIL rnxEOF = "YES" OR rnkWanted = "YES"
                   READ rnxFile
                   AT END
                       MOVE "YES" to rnxEOF
                   NOT AT END
                       IF rnxWNum IS EQUAL TO currWNum
                           MOVE "YES" to rnkWanted
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE rnxFile
           END-IF

           MOVE " " to txt
           IF rnkWanted IS EQUAL TO "YES"
               IF rnxMajor IS EQUAL TO SPACES
                   MOVE "UNDECLARED" to rnkMajorText
               ELSE
                   MOVE rnxMajor to rnkMajorText
               END-IF
               MOVE rnxRank to zRnkRank
               MOVE rnxOf to zRnkOf
               MOVE rnxPctile to zRnkPctile
               STRING  "CLASS RANK "
                       zRnkRank
                       " OF "
                       zRnkOf
                       "  "
                       rnkMajorText
                       " "
                       rnxLevel
                       "  PERCENTILE "
                       zRnkPctile
                       "  AS OF RUN "
                       rnxRunId
               into txt
               END-STRING
           ELSE
               MOVE "CLASS RANK NOT AVAILABLE -- STUDENT NOT RANKED"
                   to txt
           END-IF
           DISPLAY txt
           PERFORM writeReportLine.

       *>Reads the next hldRecord, when a holds feed was supplied for
       *>this run, isn't already at end of file, and the record
       *>currently held hasn't been consumed yet
                   into txt
                   END-STRING
                   PERFORM writeReportLine
                   IF etxWanted IS EQUAL TO "YES"
                       MOVE "SES*TRANSFER~" to etxSeg
                       PERFORM addEtxSegment
                   END-IF

                   PERFORM UNTIL trnPending IS EQUAL TO "NO "
                           OR trnWNum IS NOT EQUAL TO currWNum
               WRITE csvRecord
           END-IF

           IF etxWanted IS EQUAL TO "YES"
               MOVE SPACES to etxSeg
               STRING  "CRS*T*"
                       trnCredits
                       ".00*TR*"
                       trnEquiv DELIMITED BY SPACE
                       "*"
                       FUNCTION TRIM(trnInst) DELIMITED BY SIZE
                       "*"
                       FUNCTION TRIM(trnCourse) DELIMITED BY SIZE
                       "~"
               into etxSeg
               END-STRING
               PERFORM addEtxSegment
           END-IF

           COMPUTE trnEarned = trnEarned + trnCredits.
           COMPUTE cumEarned = cumEarned + trnCredits.

                       "FOR REQUIREMENTS"
           END-IF.

       *>Checks every course the buffered student passed against its
       *>catalog prerequisites.  A prerequisite is met by a grade at
       *>or above the catalog's minimum in an earlier term -- the
       *>feed is in term order, so that is any earlier line from a
       *>different semester -- or by an accepted transfer equivalent
       *>(printTransfer has just filled teTable).  A miss goes to the
       *>prerequisite-exception file for the department chair; the
       *>record itself stays on the transcript, since the grade was
       *>earned.  A TERM run buffers only the current term, so it
       *>has no earlier terms to look in and skips the check.
       checkPrerequisites.
           IF catOpen = "YES" AND termMode IS NOT EQUAL TO "YES"
               PERFORM VARYING stuIdx FROM 1 BY 1
                       UNTIL stuIdx IS GREATER THAN stuCount
                   MOVE stuGrade(stuIdx) to prqGradeIn
                   PERFORM gradeScalePoints
                   IF prqPts IS GREATER THAN 0
                       MOVE stuCourse(stuIdx) to catInCourse
                       READ catFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM checkCoursePrereqs
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       *>Checks each prerequisite slot of the catalog record just
       *>read for the student line under stuIdx
       checkCoursePrereqs.
           PERFORM VARYING prqIdx FROM 1 BY 1
                   UNTIL prqIdx IS GREATER THAN 4
               IF catInPreCourse(prqIdx) IS NOT EQUAL TO SPACES
                   PERFORM checkOnePrereq
               END-IF
           END-PERFORM.

       *>Looks for the prerequisite under prqIdx in the transfer
       *>equivalents and the student's earlier terms.  No minimum
       *>grade on the catalog means any passing grade will do.
       checkOnePrereq.
           MOVE catInPreGrade(prqIdx) to prqGradeIn
           PERFORM gradeScalePoints
           MOVE prqPts to prqMinPts
           IF prqMinPts IS EQUAL TO 0
               MOVE 0.1 to prqMinPts
           END-IF

           MOVE "NO " to prqMet
           PERFORM VARYING teIdx FROM 1 BY 1
                   UNTIL teIdx IS GREATER THAN teCount
               IF teEquiv(teIdx) IS EQUAL TO
                       catInPreCourse(prqIdx)
                   MOVE "YES" to prqMet
               END-IF
           END-PERFORM

           PERFORM VARYING prqScan FROM 1 BY 1
                   UNTIL prqScan IS NOT LESS THAN stuIdx
               IF stuSem(prqScan) IS NOT EQUAL TO stuSem(stuIdx)
                       AND stuCourse(prqScan) IS EQUAL TO
                           catInPreCourse(prqIdx)
                   MOVE stuGrade(prqScan) to prqGradeIn
                   PERFORM gradeScalePoints
                   IF prqPts IS NOT LESS THAN prqMinPts
                       MOVE "YES" to prqMet
                   END-IF
               END-IF
           END-PERFORM

           IF prqMet IS EQUAL TO "NO "
               PERFORM writePrereqException
           END-IF.

       *>Puts the grade in prqGradeIn on the standard +/- scale for
       *>comparing against a minimum.  A pass counts as a C; a grade
       *>that earns nothing (F, W, I) or isn't a grade comes out 0.
       gradeScalePoints.
           EVALUATE prqGradeIn
               WHEN "A "
                   MOVE 4.0 to prqPts
               WHEN "A-"
                   MOVE 3.7 to prqPts
               WHEN "B+"
                   MOVE 3.3 to prqPts
               WHEN "B "
                   MOVE 3.0 to prqPts
               WHEN "B-"
                   MOVE 2.7 to prqPts
               WHEN "C+"
                   MOVE 2.3 to prqPts
               WHEN "C "
                   MOVE 2.0 to prqPts
               WHEN "C-"
                   MOVE 1.7 to prqPts
               WHEN "D+"
                   MOVE 1.3 to prqPts
               WHEN "D "
                   MOVE 1.0 to prqPts
               WHEN "D-"
                   MOVE 0.7 to prqPts
               WHEN "P "
                   MOVE 2.0 to prqPts
               WHEN OTHER
                   MOVE 0.0 to prqPts
           END-EVALUATE.

       *>Writes one prerequisite exception for the student line under
       *>stuIdx and the prerequisite under prqIdx
       writePrereqException.
           MOVE currWNum to preWNum.
           MOVE stuName(stuIdx) to preName.
           MOVE stuSem(stuIdx) to preSem.
           MOVE stuCourse(stuIdx) to preCourse.
           MOVE catInPreCourse(prqIdx) to preMissing.
           MOVE catInPreGrade(prqIdx) to preMinGrade.
           MOVE runId to preRunId.
           WRITE preRecord.
           ADD 1 to ctlPre.

       *>Reads the next inRecord that passes validateRecord, logging and
       *>skipping any rejects along the way, and stops at end of file
       nextValidRecord.
           *>feed typed so the transcript never prints a misspelling
           IF catOpen = "YES"
               MOVE "NO " to catFound
               MOVE course to catInCourse
               READ catFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" to catFound
               END-READ

               IF catFound = "NO "
                   MOVE "COURSE" to excField

               IF catFound = "YES"
                   IF credits IS NUMERIC
                           AND credits IS NOT EQUAL TO catInCredits
                       MOVE "CREDITS" to excField
                       MOVE "CREDITS DISAGREE WITH CATALOG"
                           to excReason
                       PERFORM writeException
                       MOVE "NO " to validRecord
                   ELSE
                       MOVE catInTitle to cTitle
                   END-IF
               END-IF
           END-IF.
       processStudent.
           MOVE stuData(1) to inRecord
           MOVE sem to currSem
           MOVE 0 to etxCount
           MOVE "NO " to etxOverflow
           MOVE SPACES to etxLastSem
           PERFORM checkHolds
           PERFORM startNewPage
           PERFORM printHeader
           PERFORM printTransfer
           PERFORM checkPrerequisites
           PERFORM printColumns

           PERFORM VARYING stuIdx FROM 1 BY 1
           END-PERFORM

           PERFORM finishSemester
           IF cumStanding IS EQUAL TO "PROBATION    "
                   OR cumStanding IS EQUAL TO "SUSPENSION   "
               PERFORM writeRecovery
           END-IF
           PERFORM printTrailer.

       *>Writes one report line, breaking to a CONTINUED page first
               WRITE csvRecord
           END-IF

           IF etxWanted IS EQUAL TO "YES"
               PERFORM addCourseSegment
           END-IF

           COMPUTE semAttempted = semAttempted + credits.
           ADD 1 to semLines.
           IF grade IS EQUAL TO "W "
               ADD 1 to semWLines
           END-IF.

           IF countCredit = "YES"
               COMPUTE semEarned = semEarned + credits
               END-IF
           END-IF.

           *>A student left below the line gets the recovery
           *>projection the advising letter and report state
           IF cumStanding IS EQUAL TO "PROBATION    "
                   OR cumStanding IS EQUAL TO "SUSPENSION   "
               PERFORM projectRecovery
           END-IF.

           *>A change of standing is advising's cue to send a letter
           IF cumStanding IS NOT EQUAL TO prevStanding
               PERFORM writeStandingLetter
                   FUNCTION TRIM(cumStanding) DELIMITED BY SIZE
           into csvLine
           END-STRING
           IF stuHold IS NOT EQUAL TO "YES"
               WRITE csvRecord
           END-IF

           IF etxWanted IS EQUAL TO "YES"
               MOVE SPACES to etxSeg
               STRING  "SUM*T*"
                       semAttempted
                       "*"
                       semEarned
                       "*"
                       FUNCTION TRIM(zSemQpts) DELIMITED BY SIZE
                       "*"
                       dSemGPA
                       "*"
                       FUNCTION TRIM(semStanding) DELIMITED BY SIZE
                       "~"
               into etxSeg
               END-STRING
               PERFORM addEtxSegment
           END-IF

           PERFORM writeSapRecord
           PERFORM writeEnrollRecord
           PERFORM accumTermSummary
           PERFORM recordStudentTerm

           MOVE 0 to semEarned.
           MOVE 0 to semQpts.
           MOVE 0 to semAttempted.
           MOVE 0 to semLines.
           MOVE 0 to semWLines.
           MOVE "NO " to semRenewed.

       *>Builds and writes the Financial Aid SAP extract record for the
       *>semester finishSemester just closed out.  A held student's
       *>records are withheld from this release output too.
       writeSapRecord.
           IF stuHold IS NOT EQUAL TO "YES"
               IF semAttempted IS GREATER THAN 0
                   COMPUTE sapPace ROUNDED = semEarned / semAttempted
               ELSE
                   MOVE 0 to sapPace
               END-IF

               MOVE currWNum to sapWNum
               MOVE currSem to sapSem
               MOVE semAttempted to sapAttempted
               MOVE semEarned to sapEarned
               MOVE cumGPA to sapCumGPA
               MOVE runId to sapRunId
               WRITE sapRecord
               ADD 1 to ctlSap
           END-IF.

       *>Builds and writes the enrollment-status record for the
       *>semester finishSemester just closed out, classified off the
       *>hours attempted.  Unlike the SAP extract this goes out for a
       *>held student too -- enrollment reporting is a compliance
       *>obligation, not a transcript release.
       writeEnrollRecord.
           MOVE 0 to calPick
           PERFORM VARYING calIdx FROM 1 BY 1
                   UNTIL calIdx IS GREATER THAN calCount
               IF calSem(calIdx) IS EQUAL TO currSem
                   MOVE calIdx to calPick
               END-IF
           END-PERFORM

           *>Summer and winter are the short terms
           MOVE currSem to semText
           PERFORM parseTermKey
           IF termNoW IS EQUAL TO 2 OR termNoW IS EQUAL TO 4
               MOVE enrFtSum to enrFt
               MOVE enrTqSum to enrTq
               MOVE enrHtSum to enrHt
           ELSE
               MOVE enrFtReg to enrFt
               MOVE enrTqReg to enrTq
               MOVE enrHtReg to enrHt
           END-IF
           IF calPick IS GREATER THAN 0
               IF calFt(calPick) IS GREATER THAN 0
                   MOVE calFt(calPick) to enrFt
               END-IF
               IF calTq(calPick) IS GREATER THAN 0
                   MOVE calTq(calPick) to enrTq
               END-IF
               IF calHt(calPick) IS GREATER THAN 0
                   MOVE calHt(calPick) to enrHt
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN semAttempted IS NOT LESS THAN enrFt
                   MOVE "F" to enrStatus
               WHEN semAttempted IS NOT LESS THAN enrTq
                   MOVE "Q" to enrStatus
               WHEN semAttempted IS NOT LESS THAN enrHt
                   MOVE "H" to enrStatus
               WHEN OTHER
                   MOVE "L" to enrStatus
           END-EVALUATE

           MOVE currWNum to enrWNum
           MOVE sName to enrName
           MOVE currSem to enrSem
           MOVE semAttempted to enrAttempted
           MOVE SPACES to enrStart
           MOVE SPACES to enrEnd
           MOVE SPACES to enrWdDate
           IF calPick IS GREATER THAN 0
               MOVE calStart(calPick) to enrStart
               MOVE calEnd(calPick) to enrEnd
           END-IF
           *>Every course a W is a withdrawal from the term.  The feed
           *>carries no drop dates, so the term's last day to withdraw
           *>stands as the effective date -- or its last day, when the
           *>calendar doesn't give one.
           IF semLines IS GREATER THAN 0
                   AND semWLines IS EQUAL TO semLines
               IF calPick IS GREATER THAN 0
                   IF calWdDate(calPick) IS NOT EQUAL TO SPACES
                       MOVE calWdDate(calPick) to enrWdDate
                   ELSE
                       MOVE calEnd(calPick) to enrWdDate
                   END-IF
               ELSE
                   DISPLAY "NO CALENDAR FOR " currSem
                           " -- WITHDRAWAL DATE NOT REPORTED FOR "
                           currWNum
               END-IF
           END-IF
           MOVE runId to enrRunId
           WRITE enrRecord
           ADD 1 to ctlEnr.

       *>Keeps the term just closed in the student's term history.  A
       *>student with more terms than the table holds keeps the most
       *>recent ones -- the eligibility rules only look back a year.
       recordStudentTerm.
           IF stmCount IS EQUAL TO stmMax
               PERFORM VARYING stmIdx FROM 1 BY 1
                       UNTIL stmIdx IS NOT LESS THAN stmMax
                   MOVE stmEntry(stmIdx + 1) to stmEntry(stmIdx)
               END-PERFORM
           ELSE
               ADD 1 to stmCount
           END-IF
           MOVE currSem to semText
           PERFORM parseTermKey
           COMPUTE stmKey(stmCount) = (termYearW * 10) + termNoW
           MOVE semAttempted to stmAtt(stmCount)
           MOVE semEarned to stmEarn(stmCount).

       *>Writes the advising extract record for a standing change the
       *>semester just closed -- who, which term, from what, to what
       writeStandingLetter.
           MOVE sName to ltrName.
           MOVE currWNum to ltrWNum.
           MOVE currSem to ltrSem.
           MOVE prevStanding to ltrOld.
           MOVE cumStanding to ltrNew.
           MOVE runId to ltrRunId.
           MOVE cumGPA to ltrCumGpa.
           MOVE SPACES to ltrTargets.
           IF cumStanding IS EQUAL TO "PROBATION    "
                   OR cumStanding IS EQUAL TO "SUSPENSION   "
               MOVE rcvSetNeeds(1) to ltrPrbNeeds
               MOVE rcvSetTerms(1) to ltrPrbTerms
               MOVE rcvMajor to ltrMajor
               IF rcvSets IS EQUAL TO 2
                   MOVE rcvSetTarget(2) to dRcvTarget
                   MOVE dRcvTarget to ltrMajFloor
                   MOVE rcvSetNeeds(2) to ltrMajNeeds
                   MOVE rcvSetTerms(2) to ltrMajTerms
               END-IF
               IF rcvRtkIdx IS GREATER THAN 0
                   MOVE stuCourse(rcvRtkIdx) to ltrRtkCourse
                   MOVE stuGrade(rcvRtkIdx) to ltrRtkGrade
                   MOVE rcvRtkGpa to dRcvRtkGpa
                   MOVE dRcvRtkGpa to ltrRtkGpa
               END-IF
           END-IF.
           WRITE ltrRecord.

       *>Works out the recovery projection for the student the
       *>semester just closed left on PROBATION or SUSPENSION: the
       *>probation line always, the major's GPA floor when the
       *>student's program has requirements on file, and the retake
       *>of the worst grade
       projectRecovery.
           MOVE 1 to rcvSets
           MOVE probationGPA to rcvSetTarget(1)
           MOVE currWNum to pgmInWNum
           PERFORM lookupProgram
           MOVE SPACES to rcvMajor
           IF pgmFound IS EQUAL TO "YES"
               MOVE pgmMajor to rcvMajor
           END-IF
           IF posFound IS EQUAL TO "YES"
               MOVE 2 to rcvSets
               MOVE posGpaFloor to rcvSetTarget(2)
           END-IF
           PERFORM VARYING rcvSetIdx FROM 1 BY 1
                   UNTIL rcvSetIdx IS GREATER THAN rcvSets
               PERFORM projectTarget
           END-PERFORM
           PERFORM projectRetake.

       *>Projects the threshold under rcvSetIdx.  With H the GPA
       *>hours and Q the quality points to date, a term of h hours
       *>all earned reaches target T at a term GPA of
       *>(T * (H + h) - Q) / h, carried up to the next hundredth so
       *>the rounded cumulative can't fall a hair short.  Past a
       *>4.0 at 18 hours, the terms it takes at a 4.0 carrying
       *>rcvTermLoad hours are (T * H - Q) / (rcvTermLoad * (4 - T)),
       *>carried up to a whole term.
       projectTarget.
           MOVE rcvSetTarget(rcvSetIdx) to rcvTarget
           MOVE SPACES to rcvSetTerms(rcvSetIdx)
           IF cumGPA IS NOT LESS THAN rcvTarget
               MOVE "YES" to rcvSetMet(rcvSetIdx)
               MOVE "MET MET MET " to rcvSetNeeds(rcvSetIdx)
           ELSE
               MOVE "NO " to rcvSetMet(rcvSetIdx)
               *>12, 15, and 18 hours
               PERFORM VARYING rcvLoadIdx FROM 1 BY 1
                       UNTIL rcvLoadIdx IS GREATER THAN 3
                   COMPUTE rcvLoad = 9 + (rcvLoadIdx * 3)
                   COMPUTE rcvNeedRaw = ((rcvTarget
                           * (gpaCredits + rcvLoad)) - cumQpts)
                           / rcvLoad
                   IF rcvNeedRaw IS GREATER THAN 4.00
                       MOVE "N/A " to rcvSetNeed(rcvSetIdx, rcvLoadIdx)
                   ELSE
                       IF rcvNeedRaw IS LESS THAN 0
                           MOVE 0 to rcvNeedRaw
                       END-IF
                       MOVE rcvNeedRaw to rcvNeed
                       IF rcvNeed IS LESS THAN rcvNeedRaw
                           ADD 0.01 to rcvNeed
                       END-IF
                       MOVE rcvNeed to dRcvNeed
                       MOVE dRcvNeed
                           to rcvSetNeed(rcvSetIdx, rcvLoadIdx)
                   END-IF
               END-PERFORM
               IF rcvSetNeed(rcvSetIdx, 3) IS EQUAL TO "N/A "
                   PERFORM projectTermsNeeded
               END-IF
           END-IF.

       *>Counts the terms at a 4.0 it takes to reach rcvTarget.  A
       *>4.00 floor is out of reach of any number of terms for a
       *>student not already on it.
       projectTermsNeeded.
           IF rcvTarget IS NOT LESS THAN 4.00
               MOVE "N/A" to rcvSetTerms(rcvSetIdx)
           ELSE
               COMPUTE rcvTermsRaw = ((rcvTarget * gpaCredits)
                       - cumQpts) / (rcvTermLoad * (4.00 - rcvTarget))
               IF rcvTermsRaw IS GREATER THAN 98
                   MOVE "99+" to rcvSetTerms(rcvSetIdx)
               ELSE
                   MOVE rcvTermsRaw to rcvTerms
                   IF rcvTerms IS LESS THAN rcvTermsRaw
                       ADD 1 to rcvTerms
                   END-IF
                   MOVE rcvTerms to zRcvTerms
                   MOVE zRcvTerms to rcvSetTerms(rcvSetIdx)
               END-IF
           END-IF.

       *>Finds the student's worst GPA grade through the semester
       *>just closed -- an F, or the lowest grade that carries
       *>quality points, the one with more hours on a tie -- and
       *>prices a retake of it at rcvRtkGrade.  Replaced attempts
       *>and renewed semesters are already out of the GPA and are
       *>passed over.  The retake replaces the earlier attempt: an
       *>F brought no hours or points, so the retake adds both; any
       *>other grade gives up its points for the retake's.  Nothing
       *>below rcvRtkGrade leaves rcvRtkIdx at 0.
       projectRetake.
           MOVE 0 to rcvRtkIdx
           MOVE "NO " to rcvSeen
           MOVE "NO " to rcvDone
           PERFORM VARYING rcvScan FROM 1 BY 1
                   UNTIL rcvScan IS GREATER THAN stuCount
                   OR rcvDone IS EQUAL TO "YES"
               IF stuSem(rcvScan) IS EQUAL TO currSem
                   MOVE "YES" to rcvSeen
               ELSE
                   IF rcvSeen IS EQUAL TO "YES"
                       MOVE "YES" to rcvDone
                   END-IF
               END-IF
               IF rcvDone IS EQUAL TO "NO "
                   PERFORM rateRetakeLine
               END-IF
           END-PERFORM

           IF rcvRtkIdx IS GREATER THAN 0
               IF rcvRtkPts IS NOT LESS THAN rcvRtkFac
                   MOVE 0 to rcvRtkIdx
               END-IF
           END-IF
           IF rcvRtkIdx IS GREATER THAN 0
               IF stuGrade(rcvRtkIdx) IS EQUAL TO "F "
                   COMPUTE rcvRtkGpa ROUNDED = (cumQpts
                           + (rcvRtkFac * stuCredits(rcvRtkIdx)))
                           / (gpaCredits + stuCredits(rcvRtkIdx))
               ELSE
                   COMPUTE rcvRtkGpa ROUNDED = (cumQpts
                           + ((rcvRtkFac - rcvRtkPts)
                               * stuCredits(rcvRtkIdx)))
                           / gpaCredits
               END-IF
           END-IF.

       *>Weighs the buffered line under rcvScan as the worst grade
       rateRetakeLine.
           IF stuRetake(rcvScan) IS NOT EQUAL TO "R"
                   AND stuRenew(rcvScan) IS NOT EQUAL TO "X"
                   AND stuCredits(rcvScan) IS GREATER THAN 0
               MOVE stuGrade(rcvScan) to prqGradeIn
               PERFORM gradeScalePoints
               IF stuGrade(rcvScan) IS EQUAL TO "F "
                       OR (prqPts IS GREATER THAN 0
                           AND stuGrade(rcvScan) IS NOT EQUAL TO "P ")
                   EVALUATE TRUE
                       WHEN rcvRtkIdx IS EQUAL TO 0
                           MOVE rcvScan to rcvRtkIdx
                           MOVE prqPts to rcvRtkPts
                       WHEN prqPts IS LESS THAN rcvRtkPts
                           MOVE rcvScan to rcvRtkIdx
                           MOVE prqPts to rcvRtkPts
                       WHEN prqPts IS EQUAL TO rcvRtkPts
                           IF stuCredits(rcvScan) IS GREATER THAN
                                   stuCredits(rcvRtkIdx)
                               MOVE rcvScan to rcvRtkIdx
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       *>Writes the recovery projection for the student the last
       *>semester left on PROBATION or SUSPENSION
       writeRecovery.
           PERFORM writeRecoveryHeading
           ADD 1 to ctlRec
           MOVE SPACES to recLine
           STRING  currWNum
                   " "
                   sName
                   " "
                   cumStanding
                   " "
                   currSem
                   "  CUM GPA "
                   dCumGPA
                   "  GPA HOURS "
                   gpaCredits
           into recLine
           END-STRING
           DISPLAY recLine
           WRITE recRecord

           PERFORM VARYING rcvSetIdx FROM 1 BY 1
                   UNTIL rcvSetIdx IS GREATER THAN rcvSets
               PERFORM writeRecoveryTarget
           END-PERFORM

           MOVE SPACES to recLine
           IF rcvRtkIdx IS GREATER THAN 0
               MOVE rcvRtkGpa to dRcvRtkGpa
               STRING  "    RETAKE "
                       stuCourse(rcvRtkIdx)
                       " "
                       stuGrade(rcvRtkIdx)
                       " ("
                       stuCredits(rcvRtkIdx)
                       " HRS) FOR A "
                       rcvRtkGrade
                       "-- CUM GPA "
                       dCumGPA
                       " TO "
                       dRcvRtkGpa
               into recLine
               END-STRING
           ELSE
               STRING  "    NO GPA GRADE BELOW A "
                       rcvRtkGrade
                       "TO RETAKE"
               into recLine
               END-STRING
           END-IF
           WRITE recRecord.

       *>Writes the projection line for the threshold under rcvSetIdx
       writeRecoveryTarget.
           MOVE rcvSetTarget(rcvSetIdx) to dRcvTarget
           IF rcvSetIdx IS EQUAL TO 1
               MOVE "PROBATION LINE" to rcvLabel
           ELSE
               MOVE SPACES to rcvLabel
               STRING  "MAJOR "
                       rcvMajor
               into rcvLabel
               END-STRING
           END-IF
           MOVE SPACES to recLine
           IF rcvSetMet(rcvSetIdx) IS EQUAL TO "YES"
               STRING  "    TO "
                       dRcvTarget
                       " "
                       rcvLabel
                       "  ALREADY MET"
               into recLine
               END-STRING
               WRITE recRecord
           ELSE
               STRING  "    TO "
                       dRcvTarget
                       " "
                       rcvLabel
                       "  NEXT TERM GPA AT 12 HRS "
                       rcvSetNeed(rcvSetIdx, 1)
                       "  15 HRS "
                       rcvSetNeed(rcvSetIdx, 2)
                       "  18 HRS "
                       rcvSetNeed(rcvSetIdx, 3)
               into recLine
               END-STRING
               WRITE recRecord
               IF rcvSetTerms(rcvSetIdx) IS NOT EQUAL TO SPACES
                   MOVE SPACES to recLine
                   MOVE rcvTermLoad to zRcvTerms
                   STRING  "        NOT IN ONE TERM -- "
                           rcvSetTerms(rcvSetIdx)
                           " TERMS AT 4.00 CARRYING"
                           zRcvTerms
                           " HRS"
                   into recLine
                   END-STRING
                   WRITE recRecord
               END-IF
           END-IF.

       *>Heads the recovery report ahead of its first student
       writeRecoveryHeading.
           IF recHeadDone IS NOT EQUAL TO "YES"
               MOVE "YES" to recHeadDone
               MOVE SPACES to recLine
               STRING  "PROBATION RECOVERY PROJECTION   RUN DATE "
                       runMM
                       "/"
                       runDD
                       "/"
                       runYYYY
               into recLine
               END-STRING
               WRITE recRecord
               MOVE SPACES to recLine
               WRITE recRecord
           END-IF.

       *>Rolls the student-semester finishSemester just closed out
       *>into that semester's roster-level summary figures: one more
               WHEN vfyMode IS EQUAL TO "YES"
                   DISPLAY "RUN MODE            VRFY"
                   MOVE "RUN MODE            VRFY" to audLine
               WHEN grdMode IS EQUAL TO "YES"
                   DISPLAY "RUN MODE            GRAD"
                   MOVE "RUN MODE            GRAD" to audLine
               WHEN OTHER
                   DISPLAY "RUN MODE            FULL"
                   MOVE "RUN MODE            FULL" to audLine
           END-STRING
           WRITE audRecord

           DISPLAY "MISSING GRADES      " ctlMisGrade
           MOVE SPACES to audLine
           STRING  "MISSING GRADES      " ctlMisGrade
           into audLine
           END-STRING
           WRITE audRecord

           DISPLAY "GRADES NOT ENROLLED " ctlNotEnr
           MOVE SPACES to audLine
           STRING  "GRADES NOT ENROLLED " ctlNotEnr
           into audLine
           END-STRING
           WRITE audRecord

           *>Grade submission is part of the balance: every census
           *>enrollment has to have its grade, and every grade its
           *>enrollment
           IF ctlBalance IS EQUAL TO ctlRead
                   AND ctlMisGrade IS EQUAL TO 0
                   AND ctlNotEnr IS EQUAL TO 0
               DISPLAY "RUN IS IN BALANCE"
               MOVE "RUN IS IN BALANCE" to audLine
               WRITE audRecord
           END-IF
           IF ctlBalance IS NOT EQUAL TO ctlRead
               DISPLAY "*** RUN IS OUT OF BALANCE -- ACCOUNTED "
                       ctlBalance " OF " ctlRead " ***"
               MOVE SPACES to audLine
                       " ***"
               into audLine
               END-STRING
               WRITE audRecord
           END-IF
           IF ctlMisGrade IS GREATER THAN 0
                   OR ctlNotEnr IS GREATER THAN 0
               DISPLAY "*** RUN IS OUT OF BALANCE -- GRADE SUBMISSION "
                       "INCOMPLETE, SEE P2Mis.dat ***"
               MOVE SPACES to audLine
               STRING  "*** RUN IS OUT OF BALANCE -- GRADE SUBMISSION "
                       "INCOMPLETE, SEE P2Mis.dat ***"
               into audLine
               END-STRING
               WRITE audRecord
           END-IF

           DISPLAY "STUDENTS PRINTED    " ctlStudents
           MOVE SPACES to audLine
           END-STRING
           WRITE audRecord

           DISPLAY "ENROLLMENT RECORDS  " ctlEnr
           MOVE SPACES to audLine
           STRING  "ENROLLMENT RECORDS  " ctlEnr
           into audLine
           END-STRING
           WRITE audRecord

           DISPLAY "PREREQ EXCEPTIONS   " ctlPre
           MOVE SPACES to audLine
           STRING  "PREREQ EXCEPTIONS   " ctlPre
           into audLine
           END-STRING
           WRITE audRecord

           DISPLAY "RECOVERY PROJECTIONS " ctlRec
           MOVE SPACES to audLine
           STRING  "RECOVERY PROJECTIONS " ctlRec
           into audLine
           END-STRING
           WRITE audRecord

           DISPLAY "STUDENTS RANKED     " ctlRanked
           MOVE SPACES to audLine
           STRING  "STUDENTS RANKED     " ctlRanked
           into audLine
           END-STRING
           WRITE audRecord

           DISPLAY "NOT RANKED          " ctlRnkExcl
           MOVE SPACES to audLine
           STRING  "NOT RANKED          " ctlRnkExcl
           into audLine
           END-STRING
           WRITE audRecord

           DISPLAY "ATHLETES ELIGIBLE   " ctlElgOk
           MOVE SPACES to audLine
           STRING  "ATHLETES ELIGIBLE   " ctlElgOk
           into audLine
           END-STRING
           WRITE audRecord

           DISPLAY "ATHLETES INELIGIBLE " ctlElgBad
           MOVE SPACES to audLine
           STRING  "ATHLETES INELIGIBLE " ctlElgBad
           into audLine
           END-STRING
           WRITE audRecord

           DISPLAY "TRANSCRIPTS WITHHELD " ctlHolds
           MOVE SPACES to audLine
           STRING  "TRANSCRIPTS WITHHELD " ctlHolds
               WRITE audRecord
           END-IF

           IF grdMode IS EQUAL TO "YES"
               DISPLAY "GRADUATES CERTIFIED " ctlGrdCert
               MOVE SPACES to audLine
               STRING  "GRADUATES CERTIFIED " ctlGrdCert
               into audLine
               END-STRING
               WRITE audRecord

               DISPLAY "NOT CLEARED         " ctlGrdNcl
               MOVE SPACES to audLine
               STRING  "NOT CLEARED         " ctlGrdNcl
               into audLine
               END-STRING
               WRITE audRecord

               DISPLAY "ALREADY AWARDED     " ctlGrdPrior
               MOVE SPACES to audLine
               STRING  "ALREADY AWARDED     " ctlGrdPrior
               into audLine
               END-STRING
               WRITE audRecord
           END-IF

           IF selMode IS EQUAL TO "YES"
               DISPLAY "ELECTRONIC SENT     " ctlEtxSent
               MOVE SPACES to audLine
               STRING  "ELECTRONIC SENT     " ctlEtxSent
               into audLine
               END-STRING
               WRITE audRecord

               DISPLAY "REQUESTS WITHHELD   " ctlDlvHeld
               MOVE SPACES to audLine
               STRING  "REQUESTS WITHHELD   " ctlDlvHeld
               into audLine
               END-STRING
               WRITE audRecord
           END-IF

           DISPLAY "DUP TERM WARNINGS   " ctlDupTerms
           MOVE SPACES to audLine
           STRING  "DUP TERM WARNINGS   " ctlDupTerms
           *>major's requirements record.  No program record, or no
           *>requirements record for that major and catalog year,
           *>means the flat credit count the trailer has always used.
           MOVE currWNum to pgmInWNum
           PERFORM lookupProgram
           IF posFound IS EQUAL TO "YES"
               MOVE posReqCredits to reqCredits
           ELSE
               MOVE 120 to reqCredits
           END-IF
           END-STRING
           PERFORM writeReportLine.

           IF posFound IS EQUAL TO "YES"
               PERFORM printRequirementsAudit
           END-IF.

           *>A GRAD run certifies off exactly the figures just printed
           IF grdMode IS EQUAL TO "YES"
               PERFORM certifyGraduate
           END-IF.

           IF stuDegTerm IS NOT EQUAL TO SPACES
               PERFORM printDegreeAwarded
           END-IF.

           *>A student on the athlete roster is certified for
           *>compliance against the same figures, once per sport
           PERFORM VARYING athIdx FROM 1 BY 1
                   UNTIL athIdx IS GREATER THAN athCount
               IF athWNum(athIdx) IS EQUAL TO currWNum
                   MOVE athIdx to athPick
                   PERFORM certifyAthlete
               END-IF
           END-PERFORM

           IF rnkWanted IS EQUAL TO "YES"
               PERFORM printClassRank
           END-IF

           IF selMode IS EQUAL TO "YES"
               PERFORM deliverTranscripts
           END-IF
           ADD 1 to ctlStudents.

       *>Prints the degree stamp a GRAD run posted to the master
       printDegreeAwarded.
           DISPLAY "DEGREE AWARDED  " stuDegTerm "  " stuHonors
           MOVE " " to txt
           STRING  "DEGREE AWARDED  "
                   stuDegTerm
                   "  "
                   stuHonors
           into txt
           END-STRING
           PERFORM writeReportLine.

       *>GRAD run: clears the student for graduation when the trailer
       *>just showed no credits still needed, no required course
       *>outstanding, and the major's GPA floor met.  A cleared student
       *>gets Latin honors off the institutional cumulative GPA, goes
       *>to the candidates file, and has the degree term and honors
       *>stamped on the master.  Anyone short goes to the not-cleared
       *>list, one record per reason.  A student already stamped by an
       *>earlier GRAD run is left alone.
       certifyGraduate.
           IF stuDegTerm IS NOT EQUAL TO SPACES
               DISPLAY "DEGREE ALREADY AWARDED " currWNum " "
                       stuDegTerm
               ADD 1 to ctlGrdPrior
           ELSE
               MOVE "YES" to grdCleared
               IF posFound IS EQUAL TO "NO "
                   MOVE "NO PROGRAM OF STUDY ON FILE" to nclReason
                   PERFORM writeNotCleared
               ELSE
                   IF creditsNeeded IS GREATER THAN 0
                       MOVE SPACES to nclReason
                       STRING  "CREDITS STILL NEEDED "
                               dCreditsNeeded
                       into nclReason
                       END-STRING
                       PERFORM writeNotCleared
                   END-IF
                   IF reqOutstanding IS GREATER THAN 0
                       MOVE SPACES to nclReason
                       STRING  "REQUIRED COURSES OUTSTANDING "
                               zReqOutstanding
                       into nclReason
                       END-STRING
                       PERFORM writeNotCleared
                   END-IF
                   IF cumGPA IS LESS THAN posGpaFloor
                       MOVE SPACES to nclReason
                       STRING  "MAJOR GPA FLOOR "
                               dGpaFloor
                               " NOT MET"
                       into nclReason
                       END-STRING
                       PERFORM writeNotCleared
                   END-IF
               END-IF
               IF grdCleared IS EQUAL TO "YES"
                   PERFORM setLatinHonors
                   PERFORM stampDegree
               END-IF
               IF grdCleared IS EQUAL TO "YES"
                   PERFORM writeGraduate
               ELSE
                   ADD 1 to ctlGrdNcl
               END-IF
           END-IF.

       *>Picks the Latin honors for the institutional cumulative GPA
       setLatinHonors.
           EVALUATE TRUE
               WHEN cumGPA IS NOT LESS THAN summaGPA
                   MOVE "SUMMA CUM LAUDE" to grdHonorsW
               WHEN cumGPA IS NOT LESS THAN magnaGPA
                   MOVE "MAGNA CUM LAUDE" to grdHonorsW
               WHEN cumGPA IS NOT LESS THAN cumLaudeGPA
                   MOVE "CUM LAUDE      " to grdHonorsW
               WHEN OTHER
                   MOVE SPACES to grdHonorsW
           END-EVALUATE.

       *>Posts the degree term (the student's last term on the feed)
       *>and honors to the master.  A GRAD run is otherwise read-only,
       *>so only the two degree fields change.  A student the master
       *>has never seen cannot be posted and is not certified.
       stampDegree.
           MOVE currWNum to mastWNum
           READ mastFile
               INVALID KEY
                   MOVE "NOT ON STUDENT MASTER" to nclReason
                   PERFORM writeNotCleared
               NOT INVALID KEY
                   MOVE currSem to mastDegTerm
                   MOVE grdHonorsW to mastHonors
                   REWRITE mastRecord
                       INVALID KEY
                           DISPLAY "UNABLE TO POST DEGREE TO "
                                   "P2Mast.dat FOR " currWNum
                                   ", FILE STATUS " fsMast
                           MOVE "DEGREE NOT POSTED TO MASTER"
                               to nclReason
                           PERFORM writeNotCleared
                       NOT INVALID KEY
                           MOVE currSem to stuDegTerm
                           MOVE grdHonorsW to stuHonors
                   END-REWRITE
           END-READ.

       *>Writes the certified student's graduation-candidate record
       writeGraduate.
           ADD 1 to ctlGrdCert
           DISPLAY "CERTIFIED FOR GRADUATION " currWNum " "
                   stuDegTerm " " stuHonors
           MOVE currWNum to grdWNum
           MOVE sName to grdName
           MOVE pgmMajor to grdMajor
           MOVE pgmCatYear to grdCatYear
           MOVE stuDegTerm to grdDegTerm
           MOVE cumGPA to grdCumGPA
           MOVE stuHonors to grdHonors
           MOVE runId to grdRunId
           WRITE grdRecord.

       *>Certifies the athlete under athPick against the progress-
       *>toward-degree rules: hours attempted in the current term
       *>(the student's latest on the feed), hours earned in the
       *>prior regular term and over the preceding academic year,
       *>percent of the student's own degree completed, and the
       *>cumulative GPA against the floor for the year in school.
       *>Year in school counts from the initial full-time term, and
       *>the look-back rules wait until there is something to look
       *>back at.  A TERM run has only the current term on the
       *>feed, so it lists the athlete without certifying.
       certifyAthlete.
           MOVE "Y" to athFound(athPick)
           PERFORM writeEligibilityHeading
           IF termMode IS EQUAL TO "YES"
               MOVE SPACES to elgLine
               STRING  currWNum
                       " "
                       sName
                       " "
                       athSport(athPick)
                       " NOT CERTIFIED -- TERM RUN HAS NO PRIOR TERMS"
               into elgLine
               END-STRING
               WRITE elgRecord
           ELSE
               PERFORM applyEligibilityRules
               PERFORM writeEligibility
           END-IF.

       *>Works out the athlete's figures and collects every rule the
       *>athlete failed in elgFailMsg
       applyEligibilityRules.
           MOVE 0 to elgFails
           MOVE stmKey(stmCount) to elgCurKey
           MOVE athInitKey(athPick) to elgInitKey
           *>An initial term that couldn't be read counts from the
           *>student's first term on the feed
           IF elgInitKey IS EQUAL TO 0
               MOVE stmKey(1) to elgInitKey
           END-IF
           IF elgCurKey IS GREATER THAN elgInitKey
               COMPUTE elgYear = ((elgCurKey - elgInitKey) / 10) + 1
           ELSE
               MOVE 1 to elgYear
           END-IF

           MOVE stmAtt(stmCount) to elgAtt
           IF elgAtt IS LESS THAN elgMinAtt
               MOVE SPACES to elgFailText
               STRING  "CURRENT TERM ATTEMPTED "
                       elgAtt
                       " -- MINIMUM "
                       elgMinAtt
               into elgFailText
               END-STRING
               PERFORM addEligibilityFail
           END-IF

           *>Prior regular (spring or fall) term since the initial one
           MOVE 0 to elgPrior
           MOVE 0 to elgPriorKey
           IF elgCurKey IS GREATER THAN elgInitKey
               PERFORM VARYING stmIdx FROM 1 BY 1
                       UNTIL stmIdx IS NOT LESS THAN stmCount
                   DIVIDE stmKey(stmIdx) BY 10 GIVING termYearW
                       REMAINDER termNoW
                   IF stmKey(stmIdx) IS NOT LESS THAN elgInitKey
                           AND (termNoW IS EQUAL TO 1
                               OR termNoW IS EQUAL TO 3)
                       MOVE stmKey(stmIdx) to elgPriorKey
                       MOVE stmEarn(stmIdx) to elgPrior
                   END-IF
               END-PERFORM
               IF elgPrior IS LESS THAN elgMinPrior
                   MOVE SPACES to elgFailText
                   STRING  "PRIOR TERM EARNED "
                           elgPrior
                           " -- MINIMUM "
                           elgMinPrior
                   into elgFailText
                   END-STRING
                   PERFORM addEligibilityFail
               END-IF
           END-IF

           *>Preceding academic year: the terms in the twelve months
           *>before the current one
           MOVE 0 to elgYearEarn
           PERFORM VARYING stmIdx FROM 1 BY 1
                   UNTIL stmIdx IS NOT LESS THAN stmCount
               IF stmKey(stmIdx) + 10 IS NOT LESS THAN elgCurKey
                   ADD stmEarn(stmIdx) to elgYearEarn
               END-IF
           END-PERFORM
           IF elgYear IS GREATER THAN 1
                   AND elgYearEarn IS LESS THAN elgMinYear
               MOVE SPACES to elgFailText
               STRING  "ACADEMIC YEAR EARNED "
                       elgYearEarn
                       " -- MINIMUM "
                       elgMinYear
               into elgFailText
               END-STRING
               PERFORM addEligibilityFail
           END-IF

           *>Percent of degree off the major's own required credits
           *>(reqCredits, as printTrailer just set it)
           COMPUTE elgPct = (cumEarned * 100) / reqCredits
               ON SIZE ERROR
                   MOVE 999 to elgPct
           END-COMPUTE
           EVALUATE TRUE
               WHEN elgYear IS LESS THAN 3
                   MOVE 0 to elgPctMin
               WHEN elgYear IS EQUAL TO 3
                   MOVE elgPctYr3 to elgPctMin
               WHEN elgYear IS EQUAL TO 4
                   MOVE elgPctYr4 to elgPctMin
               WHEN OTHER
                   MOVE elgPctYr5 to elgPctMin
           END-EVALUATE
           IF elgPct IS LESS THAN elgPctMin
               MOVE SPACES to elgFailText
               STRING  "DEGREE COMPLETED "
                       elgPct
                       "% OF "
                       reqCredits
                       " -- MINIMUM "
                       elgPctMin
                       "%"
               into elgFailText
               END-STRING
               PERFORM addEligibilityFail
           END-IF

           EVALUATE TRUE
               WHEN elgYear IS EQUAL TO 1
                   MOVE elgGpaYr1 to elgGpaMin
               WHEN elgYear IS EQUAL TO 2
                   MOVE elgGpaYr2 to elgGpaMin
               WHEN OTHER
                   MOVE elgGpaYr3 to elgGpaMin
           END-EVALUATE
           IF cumGPA IS LESS THAN elgGpaMin
               MOVE elgGpaMin to dElgGpaMin
               MOVE SPACES to elgFailText
               STRING  "CUM GPA "
                       dCumGPA
                       " -- MINIMUM "
                       dElgGpaMin
               into elgFailText
               END-STRING
               PERFORM addEligibilityFail
           END-IF.

       *>Holds one failed-rule text for the verdict
       addEligibilityFail.
           IF elgFails IS LESS THAN 5
               ADD 1 to elgFails
               MOVE elgFailText to elgFailMsg(elgFails)
           END-IF.

       *>Writes the athlete's verdict, figures, and failed rules
       writeEligibility.
           MOVE SPACES to elgLine
           IF elgFails IS EQUAL TO 0
               ADD 1 to ctlElgOk
               STRING  currWNum
                       " "
                       sName
                       " "
                       athSport(athPick)
                       " YEAR "
                       elgYear
                       "  ELIGIBLE"
               into elgLine
               END-STRING
           ELSE
               ADD 1 to ctlElgBad
               STRING  currWNum
                       " "
                       sName
                       " "
                       athSport(athPick)
                       " YEAR "
                       elgYear
                       "  INELIGIBLE"
               into elgLine
               END-STRING
           END-IF
           DISPLAY elgLine
           WRITE elgRecord

           MOVE SPACES to elgLine
           STRING  "    TERM ATTEMPTED "
                   elgAtt
                   "  PRIOR EARNED "
                   elgPrior
                   "  YEAR EARNED "
                   elgYearEarn
                   "  DEGREE "
                   elgPct
                   "%  CUM GPA "
                   dCumGPA
           into elgLine
           END-STRING
           WRITE elgRecord

           PERFORM VARYING elgFailIdx FROM 1 BY 1
                   UNTIL elgFailIdx IS GREATER THAN elgFails
               MOVE SPACES to elgLine
               STRING  "    FAILED: "
                       elgFailMsg(elgFailIdx)
               into elgLine
               END-STRING
               WRITE elgRecord
           END-PERFORM.

       *>Heads the eligibility report ahead of its first athlete
       writeEligibilityHeading.
           IF elgHeadDone IS NOT EQUAL TO "YES"
               MOVE "YES" to elgHeadDone
               MOVE SPACES to elgLine
               STRING  "ATHLETIC ELIGIBILITY CERTIFICATION   RUN DATE "
                       runMM
                       "/"
                       runDD
                       "/"
                       runYYYY
               into elgLine
               END-STRING
               WRITE elgRecord
               MOVE SPACES to elgLine
               WRITE elgRecord
           END-IF.

       *>Lists every rostered athlete the feed never reached -- no
       *>grades on file is no hours attempted.  Only a fresh FULL or
       *>GRAD-style pass over the whole feed can say that; a SEL
       *>run, a TERM run, or a restart sees only part of it.
       reportAbsentAthletes.
           IF selMode IS NOT EQUAL TO "YES"
                   AND termMode IS NOT EQUAL TO "YES"
                   AND restartWNum IS EQUAL TO SPACES
               PERFORM VARYING athIdx FROM 1 BY 1
                       UNTIL athIdx IS GREATER THAN athCount
                   IF athFound(athIdx) IS EQUAL TO "N"
                       PERFORM writeEligibilityHeading
                       ADD 1 to ctlElgBad
                       MOVE SPACES to elgLine
                       STRING  athWNum(athIdx)
                               " "
                               athSport(athIdx)
                               " INELIGIBLE"
                       into elgLine
                       END-STRING
                       DISPLAY elgLine
                       WRITE elgRecord
                       MOVE "    FAILED: NO RECORDS ON THE FEED"
                           to elgLine
                       WRITE elgRecord
                   END-IF
               END-PERFORM
           END-IF.

       *>Writes one not-cleared reason for the student, already in
       *>nclReason, and marks the student not cleared
       writeNotCleared.
           MOVE "NO " to grdCleared
           DISPLAY "NOT CLEARED " currWNum " " nclReason
           MOVE currWNum to nclWNum
           MOVE sName to nclName
           IF pgmFound IS EQUAL TO "YES"
               MOVE pgmMajor to nclMajor
           ELSE
               MOVE SPACES to nclMajor
           END-IF
           MOVE runId to nclRunId
           WRITE nclRecord.

       *>Prints the per-major requirements checklist under the
       *>degree-progress line: the student's program, each required
       *>course marked satisfied or outstanding from the buffered
       *>count still outstanding, and whether the major's own GPA
       *>floor is met by the cumulative GPA just closed out
       printRequirementsAudit.
           DISPLAY "PROGRAM OF STUDY  " pgmMajor
                   " CATALOG " pgmCatYear
           MOVE " " to txt
           STRING  "PROGRAM OF STUDY  "
                   pgmMajor
                   " CATALOG "
                   pgmCatYear
           into txt
           END-STRING
           PERFORM writeReportLine
           MOVE 0 to reqOutstanding
           PERFORM VARYING posCrsIdx FROM 1 BY 1
                   UNTIL posCrsIdx IS GREATER THAN 15
               IF posCourse(posCrsIdx)
                       IS NOT EQUAL TO SPACES
                   PERFORM printReqCourseLine
               END-IF
           END-STRING
           PERFORM writeReportLine

           MOVE posGpaFloor to dGpaFloor
           IF cumGPA IS NOT LESS THAN posGpaFloor
               DISPLAY "MAJOR GPA FLOOR " dGpaFloor "  MET"
               MOVE " " to txt
               STRING  "MAJOR GPA FLOOR "
       printReqCourseLine.
           PERFORM checkReqCourse
           IF reqSat IS EQUAL TO "YES"
               DISPLAY "  REQ " posCourse(posCrsIdx)
                       " SATISFIED"
               MOVE " " to txt
               STRING  "  REQ "
                       posCourse(posCrsIdx)
                       " SATISFIED"
               into txt
               END-STRING
           ELSE
               ADD 1 to reqOutstanding
               DISPLAY "  REQ " posCourse(posCrsIdx)
                       " OUTSTANDING"
               MOVE " " to txt
               STRING  "  REQ "
                       posCourse(posCrsIdx)
                       " OUTSTANDING"
               into txt
               END-STRING
                   UNTIL stuScan IS GREATER THAN stuCount
                   OR reqSat IS EQUAL TO "YES"
               IF stuCourse(stuScan) IS EQUAL TO
                       posCourse(posCrsIdx)
                       AND stuGrade(stuScan) IS NOT EQUAL TO "F "
                       AND stuGrade(stuScan) IS NOT EQUAL TO "W "
                       AND stuGrade(stuScan) IS NOT EQUAL TO "I "
                   UNTIL teIdx IS GREATER THAN teCount
                   OR reqSat IS EQUAL TO "YES"
               IF teEquiv(teIdx) IS EQUAL TO
                       posCourse(posCrsIdx)
                   MOVE "YES" to reqSat
               END-IF
           END-PERFORM.
