      *> CLASS-RANK-EXTRACT record: one fixed-width row per ranked
      *> student for the counseling office's own systems.
           05 RxSchoolYear            pic 9(4).
           05 RxSchoolCode            pic x(3).
           05 RxGradeType             pic x(1).
           05 RxGradeLevel            pic 9(2).
           05 RxStudentId             pic x(6).
           05 RxStudentName           pic x(20).
           05 RxYearScore             pic 9(3).
           05 RxYearLetter            pic x(1).
      *>       the ranked year's score and letter grade.
           05 RxCumAverage            pic 9(3)v99.
      *>       the average of the student's scores over every scored
      *>       year up to and including the ranked year.
           05 RxScoredYears           pic 9(2).
           05 RxClassRank             pic 9(5).
           05 RxGroupSize             pic 9(5).
      *>       rank and number of students ranked in the same
      *>       school, grade type and grade level. Equal averages
      *>       share a rank; the next rank skips past them.
           05 RxPercentile            pic 9(3).
           05 RxHonorRoll             pic x(1).
      *>       "Y" = on the honor roll.
