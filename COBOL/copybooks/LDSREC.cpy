    *> LDSREC - standing labor distribution, read from LABDIST at
    *> initialization. One line per employee per cost center/project
    *> their pay is charged to: the department (cost center) code -
    *> spaces means the employee's own EM-DEPT-CODE - the project or
    *> grant code (spaces for none), and the percent of the employee's
    *> gross charged there. An employee's lines must add up to exactly
    *> 100.00 percent and number no more than ten; a set that doesn't
    *> is reported on the exception report and the whole gross is
    *> charged to the home department, the same as an employee with no
    *> lines at all. Salaried pay is always split by these percents;
    *> hourly pay follows them only when the timecard charges no hours
    *> (see TIMREC). Like DEDUCT-FILE, the file is standing data and a
    *> missing file just means everyone charges their home department.
    05 LDS-EMP-ID             PIC 9(05).
    05 LDS-DEPT-CODE          PIC X(04).
    05 LDS-PROJECT-CODE       PIC X(06).
    05 LDS-PERCENT            PIC 9(03)V99.
