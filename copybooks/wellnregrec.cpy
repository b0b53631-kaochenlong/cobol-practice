      *  WELLNREGREC.CPY                                              *
      *  One machine-readable line on the WELLNREG notice register,   *
      *  appended by BMICalculator alongside each formatted WELLNOTC  *
      *  outreach letter : who was noticed, when, and the composite   *
      *  risk tier that triggered it (the BMI category on notices     *
      *  raised before the tier).  The enrollment follow-up run       *
      *  matches this register against the ENRLMSTR enrollment        *
      *  master so non-responders can be chased.                       *
      *****************************************************************
