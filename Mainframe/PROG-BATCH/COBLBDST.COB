                 P.EMPNO,
                 COALESCE(E.WORKDEPT, ' '),
                 P.SALARYPAID + P.BONUSPAID + P.COMMPAID
                   + P.OTPAID + P.ENCASHPAID
             FROM PAYROLL P
             LEFT JOIN EMP E
                    ON E.EMPNO = P.EMPNO
