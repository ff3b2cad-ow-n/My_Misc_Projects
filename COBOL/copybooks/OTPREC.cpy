    *> OTPREC - one-time payment record, read from ONETIME by a
    *> supplemental run (RUN-RUN-TYPE 'S'). One line per payment: the
    *> employee it goes to (who must exist on the employee master -
    *> a terminated employee, kept there inactive, is paid final
    *> wages this way),
    *> the gross amount, and the reason, which follows the payment
    *> onto the register and the employee's earnings statement. The
    *> amount is withheld at the flat supplemental rates (TAXREC
